       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskdata.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
      * Builds the training copy : the files of the run directory
      * copied under the training directory (TRAINING-DIR, default
      * "training") with the same relative names, so a new operator
      * runs the suite from there on data that looks like ours but
      * names nobody. Names, first names, addresses, phones, emails
      * and bank accounts are replaced with invented values; amounts,
      * dates, IDs and codes are copied as they stand, so the reports
      * still reconcile. The live files are only ever read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Generic pair as in backup.cbl : both names are set per file,
      * so one SELECT serves every file in the tables below.
           SELECT COPY-INPUT
               ASSIGN TO DYNAMIC WS-SRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT COPY-OUTPUT
               ASSIGN TO DYNAMIC WS-DST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO "output/maskdata-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-INPUT.
       01 CPY-IN-RCD              PIC X(400).

       FD COPY-OUTPUT.
       01 CPY-OUT-RCD             PIC X(400).

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SRC-STATUS           PIC X(02).
           88 WS-SRC-STATUS-OK              VALUE "00".
       01 WS-DST-STATUS           PIC X(02).
           88 WS-DST-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Every file holding a person, with the number of leading lines
      * to copy untouched (the eleves control record) and its field
      * map, fldconv.cbl's way. A field is a kind, its position and
      * its width :
      *   S surname, F first name,
      *   H a whole name, first name then surname, as free text,
      *   A street address, P phone, E email, B bank account (IBAN).
      * The audit trails and journals are left out : they hold
      * before-and-after images nobody needs to train on.
       01 WS-MASK-TBL.
           05 FILLER PIC X(31) VALUE
               "data/clients.txt              0".
           05 FILLER PIC X(42) VALUE
               "S011010F022010A033030P064010E075050".
           05 FILLER PIC X(31) VALUE
               "personnes.txt                 0".
           05 FILLER PIC X(42) VALUE "S001015F016015".
           05 FILLER PIC X(31) VALUE
               "data/gens.txt                 0".
           05 FILLER PIC X(42) VALUE "S001012F013012".
           05 FILLER PIC X(31) VALUE
               "data/assurances.csv           0".
           05 FILLER PIC X(42) VALUE "H040055".
           05 FILLER PIC X(31) VALUE
               "data/consentements.txt        0".
           05 FILLER PIC X(42) VALUE "S006015F022015E038050".
           05 FILLER PIC X(31) VALUE
               "data/suppressions.txt         0".
           05 FILLER PIC X(42) VALUE "E006050".
           05 FILLER PIC X(31) VALUE
               "data/mandats.txt              0".
           05 FILLER PIC X(42) VALUE "B006034".
           05 FILLER PIC X(31) VALUE
               "data/prelevements.txt         0".
           05 FILLER PIC X(42) VALUE "B022034".
           05 FILLER PIC X(31) VALUE
               "data/reglements-sin.txt       0".
           05 FILLER PIC X(42) VALUE "H022030B066034".
           05 FILLER PIC X(31) VALUE
               "output/classtud-roster.txt    0".
           05 FILLER PIC X(42) VALUE "S007015F025015".
           05 FILLER PIC X(31) VALUE
               "output/students.txt           0".
           05 FILLER PIC X(42) VALUE "S007015F025015".
           05 FILLER PIC X(31) VALUE
               "data/eleves.txt               1".
           05 FILLER PIC X(42) VALUE "S001010".
           05 FILLER PIC X(31) VALUE
               "output/attendance.txt         0".
           05 FILLER PIC X(42) VALUE "S014015".
           05 FILLER PIC X(31) VALUE
               "output/reussite-history.txt   0".
           05 FILLER PIC X(42) VALUE "S008010".
           05 FILLER PIC X(31) VALUE
               "data/responsables.txt         0".
           05 FILLER PIC X(42) VALUE
               "H006030A037030P068010E079050".
           05 FILLER PIC X(31) VALUE
               "data/frais-compte.txt         0".
           05 FILLER PIC X(42) VALUE "S015015".
           05 FILLER PIC X(31) VALUE
               "output/individus-export.txt   0".
           05 FILLER PIC X(42) VALUE "S012050F063050P114010".
           05 FILLER PIC X(31) VALUE
               "data/pizzeria-livreurs.txt    0".
           05 FILLER PIC X(42) VALUE "F005020".
       01 WS-MASK-TBL-R REDEFINES WS-MASK-TBL.
           05 WS-MASK OCCURS 18 TIMES.
               10 WS-MASK-PATH    PIC X(30).
               10 WS-MASK-HEADER  PIC 9(01).
               10 WS-MASK-SEG OCCURS 6 TIMES.
                   15 WS-SEG-KIND PIC X(01).
                   15 WS-SEG-POS  PIC 9(03).
                   15 WS-SEG-LEN  PIC 9(03).
       77 WS-MASK-CNT             PIC 9(02) VALUE 18.

      * The rest of the business, copied as it stands : orders,
      * stock, accounts, policies and the tables the programs read.
      * The indexed masters are not copied; climaint LOAD and ordmast
      * LOAD rebuild them from the extracts in the training copy.
       01 WS-COPY-TBL.
           05 FILLER PIC X(30) VALUE "data/params.txt".
           05 FILLER PIC X(30) VALUE "data/sequences.txt".
           05 FILLER PIC X(30) VALUE "data/operateurs.txt".
           05 FILLER PIC X(30) VALUE "data/calendar.txt".
           05 FILLER PIC X(30) VALUE "data/nightrun-steps.txt".
           05 FILLER PIC X(30) VALUE "data/retention.txt".
           05 FILLER PIC X(30) VALUE "data/distribution.txt".
           05 FILLER PIC X(30) VALUE "data/inventaire.txt".
           05 FILLER PIC X(30) VALUE "data/num-commandes.txt".
           05 FILLER PIC X(30) VALUE "data/lignes-commandes.txt".
           05 FILLER PIC X(30) VALUE "data/backorders.txt".
           05 FILLER PIC X(30) VALUE "data/paiements.txt".
           05 FILLER PIC X(30) VALUE "data/expeditions.txt".
           05 FILLER PIC X(30) VALUE "data/devis.txt".
           05 FILLER PIC X(30) VALUE "data/lignes-devis.txt".
           05 FILLER PIC X(30) VALUE "data/commandes-perm.txt".
           05 FILLER PIC X(30) VALUE "data/lignes-perm.txt".
           05 FILLER PIC X(30) VALUE "data/credit-hold.txt".
           05 FILLER PIC X(30) VALUE "data/credit-pending.txt".
           05 FILLER PIC X(30) VALUE "data/limit-review.txt".
           05 FILLER PIC X(30) VALUE "data/plans-echeances.txt".
           05 FILLER PIC X(30) VALUE "data/dunning-history.txt".
           05 FILLER PIC X(30) VALUE "data/dunning-register.txt".
           05 FILLER PIC X(30) VALUE "data/encaissements.txt".
           05 FILLER PIC X(30) VALUE "data/accords-prix.txt".
           05 FILLER PIC X(30) VALUE "data/budget-ventes.txt".
           05 FILLER PIC X(30) VALUE "data/commerciaux.txt".
           05 FILLER PIC X(30) VALUE "data/conditions-paiement.txt".
           05 FILLER PIC X(30) VALUE "data/fournisseurs.txt".
           05 FILLER PIC X(30) VALUE "data/supplier-prices.txt".
           05 FILLER PIC X(30) VALUE "data/prix-catalogue.txt".
           05 FILLER PIC X(30) VALUE "data/po-register.txt".
           05 FILLER PIC X(30) VALUE "data/factures-fourn.txt".
           05 FILLER PIC X(30) VALUE "data/lignes-fourn.txt".
           05 FILLER PIC X(30) VALUE "data/retours.txt".
           05 FILLER PIC X(30) VALUE "data/supplier-returns.txt".
           05 FILLER PIC X(30) VALUE "data/write-offs.txt".
           05 FILLER PIC X(30) VALUE "data/mouvements-stock.txt".
           05 FILLER PIC X(30) VALUE "data/stock-locations.txt".
           05 FILLER PIC X(30) VALUE "data/kits.txt".
           05 FILLER PIC X(30) VALUE "data/plan-comptable.txt".
           05 FILLER PIC X(30) VALUE "data/gl-journal.txt".
           05 FILLER PIC X(30) VALUE "data/courtiers.txt".
           05 FILLER PIC X(30) VALUE "data/police-client.txt".
           05 FILLER PIC X(30) VALUE "data/police-courtier.txt".
           05 FILLER PIC X(30) VALUE "data/devis-police.txt".
           05 FILLER PIC X(30) VALUE "data/tarifs.txt".
           05 FILLER PIC X(30) VALUE "data/sinistres.txt".
           05 FILLER PIC X(30) VALUE "data/claim-review.txt".
           05 FILLER PIC X(30) VALUE "data/traite-reass.txt".
           05 FILLER PIC X(30) VALUE "data/matieres.txt".
           05 FILLER PIC X(30) VALUE "data/notes.txt".
           05 FILLER PIC X(30) VALUE "data/frais-scolarite.txt".
           05 FILLER PIC X(30) VALUE "data/classes-progression.txt".
           05 FILLER PIC X(30) VALUE "data/abc-classes.txt".
           05 FILLER PIC X(30) VALUE "data/pizzeria-menu.txt".
           05 FILLER PIC X(30) VALUE "data/pizzeria-recettes.txt".
           05 FILLER PIC X(30) VALUE "data/pizzeria-ingredients.txt".
           05 FILLER PIC X(30) VALUE "data/periodes.txt".
       01 WS-COPY-TBL-R REDEFINES WS-COPY-TBL.
           05 WS-COPY-PATH        PIC X(30) OCCURS 59 TIMES.
       77 WS-COPY-CNT             PIC 9(02) VALUE 59.
       77 WS-IDX                  PIC 9(02).
       77 WS-MAP-IDX              PIC 9(02).
       77 WS-SEG-IDX              PIC 9(01).

      * Invented values, handed out in the order the real values are
      * first met. Past the end of a list the names come round again
      * with a number on, so two people never share a fake name.
       01 WS-SURNAME-TBL.
           05 FILLER PIC X(49) VALUE
               "DURAND LEROY  MOREAU SIMON  LAURENTLEFEVREMICHEL ".
           05 FILLER PIC X(49) VALUE
               "GARCIA DAVID  BERTIN ROUX   VINCENTFOURNY MOREL  ".
           05 FILLER PIC X(49) VALUE
               "GIRARD ANDRE  MERCIERDUPUIS LAMBERTBONNET FRANCK ".
           05 FILLER PIC X(49) VALUE
               "MARCHALDUMONT ROUSSELBLANC  GUERIN MULLER HENRY  ".
           05 FILLER PIC X(49) VALUE
               "ROCHE  NICOLASPERRIN MORIN  MATHIEUCLEMENTGAUTIER".
           05 FILLER PIC X(49) VALUE
               "DUMAS  LUCAS  JOLY   GAILLOTBRUN   FABRE  RENAUD ".
           05 FILLER PIC X(49) VALUE
               "MEYER  BARBIERARNAUD MARIE  CARON  PICARD ROGER  ".
           05 FILLER PIC X(07) VALUE
               "COLIN  ".
       01 WS-SURNAME-TBL-R REDEFINES WS-SURNAME-TBL.
           05 WS-SURNAME          PIC X(07) OCCURS 50 TIMES.
       01 WS-FNAME-TBL.
           05 FILLER PIC X(49) VALUE
               "PAUL   LUCIE  HUGO   EMMA   LOUIS  CHLOE  JULES  ".
           05 FILLER PIC X(49) VALUE
               "INES   ARTHUR LEA    NATHAN MANON  THEO   CAMILLE".
           05 FILLER PIC X(49) VALUE
               "TOM    SARAH  ENZO   ZOE    ADAM   JADE   RAPHAEL".
           05 FILLER PIC X(49) VALUE
               "LOLA   GABRIELALICE  LEO    ROSE   NOAH   ANNA   ".
           05 FILLER PIC X(49) VALUE
               "ETHAN  EVA    MAXIME CLARA  SACHA  LINA   ANTOINE".
           05 FILLER PIC X(49) VALUE
               "JULIE  SIMON  NINA   VICTOR ELSA   MARTIN AGATHE ".
           05 FILLER PIC X(49) VALUE
               "BASILE MILA   OSCAR  IRIS   BRUNO  AUDREY DENIS  ".
           05 FILLER PIC X(07) VALUE
               "MAELLE ".
       01 WS-FNAME-TBL-R REDEFINES WS-FNAME-TBL.
           05 WS-FNAME            PIC X(07) OCCURS 50 TIMES.
       01 WS-STREET-TBL.
           05 FILLER PIC X(60) VALUE
           "RUE DES LILAS       AVENUE DU PARC      RUE DU MOULIN".
           05 FILLER PIC X(60) VALUE
           "PLACE DE LA MAIRIE  RUE DES ECOLES      CHEMIN DES VIGNES".
           05 FILLER PIC X(60) VALUE
           "RUE DE LA GARE      ALLEE DES TILLEULS  RUE DU COMMERCE".
           05 FILLER PIC X(60) VALUE
           "BOULEVARD DU LAC    RUE DES ROSIERS     IMPASSE DU PUITS".
       01 WS-STREET-TBL-R REDEFINES WS-STREET-TBL.
           05 WS-STREET           PIC X(20) OCCURS 12 TIMES.

      * Real value to fake value, for the whole run : the same person
      * gets the same fake name in every file, so the joins by name
      * (policies to clients, attendance to the roster) still hold.
      * Looked up without regard to case.
       01 WS-MAP-TBL.
           05 WS-MAP OCCURS 9999 TIMES.
               10 WS-MAP-KIND     PIC X(01).
               10 WS-MAP-REAL     PIC X(55).
               10 WS-MAP-FAKE     PIC X(55).
       77 WS-MAP-TBL-SIZE         PIC 9(04) VALUE 0.
       77 WS-MAP-FULL-CNT         PIC 9(07) VALUE 0.
       77 WS-MAP-FIND             PIC 9(04).
      * How many values of each kind have been invented so far, in
      * the order of WS-KIND-LIST.
       77 WS-KIND-LIST            PIC X(06) VALUE "SFAPEB".
       01 WS-KIND-CNT-TBL.
           05 WS-KIND-CNT         PIC 9(05) OCCURS 6 TIMES.
       77 WS-KIND-IDX             PIC 9(01).

       77 WS-KIND                 PIC X(01).
       77 WS-POS                  PIC 9(03).
       77 WS-LEN                  PIC 9(03).
       77 WS-FIELD                PIC X(55).
       77 WS-REAL                 PIC X(55).
       77 WS-KEY                  PIC X(55).
       77 WS-FAKE                 PIC X(55).
       77 WS-HOLDER               PIC X(55).
       77 WS-HOLDER-FIRST         PIC X(55).
       77 WS-HOLDER-REST          PIC X(55).
       77 WS-FAKE-FIRST           PIC X(55).
       77 WS-PTR                  PIC 9(03).
       77 WS-SEQ                  PIC 9(05).
       77 WS-ROUND                PIC 9(05).
       77 WS-SLOT                 PIC 9(05).
       77 WS-ROUND-ED             PIC Z(4)9.
       77 WS-SEQ-ED               PIC Z(4)9.
       77 WS-PHONE-NO             PIC 9(08).
       77 WS-IBAN-NO              PIC 9(23).

       77 WS-TRAIN-DIR            PIC X(20) VALUE "training".
       77 WS-DIR-NAME             PIC X(40).
       77 WS-DIR-STATUS           PIC S9(09) COMP-5.
       77 WS-SRC-FILENAME         PIC X(50).
       77 WS-DST-FILENAME         PIC X(60).
       77 WS-USER-INPUT           PIC X(01).

       77 WS-LINE-NO              PIC 9(07).
       77 WS-FIELDS-CNT           PIC 9(07).
       77 WS-MASKED-CNT           PIC 9(03) VALUE 0.
       77 WS-COPIED-CNT           PIC 9(03) VALUE 0.
       77 WS-MISSING-CNT          PIC 9(03) VALUE 0.
       77 WS-FAILED-CNT           PIC 9(03) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER              PIC X(32) VALUE "File".
           05 FILLER              PIC X(10) VALUE "     Lines".
           05 FILLER              PIC X(12) VALUE "      Fields".
           05 FILLER              PIC X(09) VALUE " Verdict".
       01 WS-RPT-DETAIL.
           05 WS-RPT-NAME         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-LINES        PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-FIELDS       PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-VERDICT      PIC X(12).
       01 WS-RPT-TRAILER.
           05 WS-TRL-MASKED       PIC ZZ9.
           05 FILLER              PIC X(10) VALUE " masked, ".
           05 WS-TRL-COPIED       PIC ZZ9.
           05 FILLER              PIC X(10) VALUE " copied, ".
           05 WS-TRL-MISSING      PIC ZZ9.
           05 FILLER              PIC X(13) VALUE " not there, ".
           05 WS-TRL-FAILED       PIC ZZ9.
           05 FILLER              PIC X(16) VALUE " not written.".

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

       77 WS-AUTH-PROGRAM         PIC X(08).
       77 WS-AUTH-NEEDED          PIC 9(01).
       77 WS-AUTH-OK              PIC 9(01).
           88 WS-AUTH-OK-TRUE               VALUE 1.
           88 WS-AUTH-OK-FALSE              VALUE 0.
       77 WS-AUTH-OPERATOR        PIC X(08).
       77 WS-AUTH-ROLE            PIC X(10).

       PROCEDURE DIVISION.
      * Reads every personal file in the business : administrator
      * only.
           MOVE "maskdata" TO WS-AUTH-PROGRAM.
           MOVE 4 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - maskdata needs administration. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "TRAINING-DIR" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE AND WS-PARAM-VALUE NOT EQUAL SPACE
              THEN
               MOVE FUNCTION TRIM(WS-PARAM-VALUE) TO WS-TRAIN-DIR
           END-IF.
      * The copy must never land on the live files.
           IF WS-TRAIN-DIR EQUAL "." OR WS-TRAIN-DIR EQUAL "./" OR
              WS-TRAIN-DIR EQUAL "data" OR
              WS-TRAIN-DIR EQUAL "output" THEN
               DISPLAY "TRAINING-DIR " WS-TRAIN-DIR " is the live "
                   "run directory - nothing copied."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "This replaces the training copy in "
               FUNCTION TRIM(WS-TRAIN-DIR) ". Type Y to go on : "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Nothing copied."
               GOBACK
           END-IF.

      * CBL_CREATE_DIR makes one level at a time : the root first,
      * then data and output under it. One already there is fine.
           MOVE WS-TRAIN-DIR TO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
               RETURNING WS-DIR-STATUS.
           MOVE SPACE TO WS-DIR-NAME.
           STRING FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
                  "/data" DELIMITED BY SIZE
               INTO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
               RETURNING WS-DIR-STATUS.
           MOVE SPACE TO WS-DIR-NAME.
           STRING FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
                  "/output" DELIMITED BY SIZE
               INTO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
               RETURNING WS-DIR-STATUS.

           INITIALIZE WS-KIND-CNT-TBL.
           OPEN OUTPUT REPORT-OUTPUT.
           WRITE RPT-OUT-RCD FROM WS-RPT-HEADER.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MASK-CNT
               MOVE WS-MASK-PATH(WS-IDX) TO WS-SRC-FILENAME
               MOVE WS-IDX TO WS-MAP-IDX
               PERFORM 0100-ONE-FILE-BEGIN
                  THRU 0100-ONE-FILE-END
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COPY-CNT
               MOVE WS-COPY-PATH(WS-IDX) TO WS-SRC-FILENAME
               MOVE 0 TO WS-MAP-IDX
               PERFORM 0100-ONE-FILE-BEGIN
                  THRU 0100-ONE-FILE-END
           END-PERFORM.

           MOVE WS-MASKED-CNT TO WS-TRL-MASKED.
           MOVE WS-COPIED-CNT TO WS-TRL-COPIED.
           MOVE WS-MISSING-CNT TO WS-TRL-MISSING.
           MOVE WS-FAILED-CNT TO WS-TRL-FAILED.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           WRITE RPT-OUT-RCD FROM WS-RPT-TRAILER.
           IF WS-MAP-FULL-CNT > 0 THEN
               MOVE SPACES TO RPT-OUT-RCD
               STRING WS-MAP-FULL-CNT " value(s) masked past the "
                   "end of the table : not the same in every file."
                   DELIMITED BY SIZE INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           CLOSE REPORT-OUTPUT.
           DISPLAY WS-RPT-TRAILER.
           DISPLAY "Run climaint LOAD and ordmast LOAD from "
               FUNCTION TRIM(WS-TRAIN-DIR) " to build its indexed "
               "masters.".

           IF WS-FAILED-CNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MAP-FULL-CNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * Copies WS-SRC-FILENAME to the same name under the training
      * directory, masking each record with map WS-MAP-IDX (0 : copy
      * as it stands). A file not there is reported and skipped.
       0100-ONE-FILE-BEGIN.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-SRC-FILENAME TO WS-RPT-NAME.
           MOVE 0 TO WS-LINE-NO WS-FIELDS-CNT.
           MOVE SPACE TO WS-DST-FILENAME.
           STRING FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-FILENAME) DELIMITED BY SIZE
               INTO WS-DST-FILENAME.

           OPEN INPUT COPY-INPUT.
           IF NOT WS-SRC-STATUS-OK THEN
               MOVE "NOT THERE" TO WS-RPT-VERDICT
               ADD 1 TO WS-MISSING-CNT
               GO TO 0100-ONE-FILE-WRITE
           END-IF.
           OPEN OUTPUT COPY-OUTPUT.
           IF NOT WS-DST-STATUS-OK THEN
               CLOSE COPY-INPUT
               MOVE "NOT WRITTEN" TO WS-RPT-VERDICT
               ADD 1 TO WS-FAILED-CNT
               GO TO 0100-ONE-FILE-WRITE
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           PERFORM UNTIL WS-EOF-TRUE
               READ COPY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-MAP-IDX > 0 AND
                          WS-LINE-NO > WS-MASK-HEADER(WS-MAP-IDX) THEN
                           PERFORM 0200-MASK-RECORD-BEGIN
                              THRU 0200-MASK-RECORD-END
                       END-IF
                       WRITE CPY-OUT-RCD FROM CPY-IN-RCD
               END-READ
           END-PERFORM.
           CLOSE COPY-INPUT.
           CLOSE COPY-OUTPUT.
           IF WS-MAP-IDX > 0 THEN
               MOVE "MASKED" TO WS-RPT-VERDICT
               ADD 1 TO WS-MASKED-CNT
           ELSE
               MOVE "COPIED" TO WS-RPT-VERDICT
               ADD 1 TO WS-COPIED-CNT
           END-IF.
       0100-ONE-FILE-WRITE.
           MOVE WS-LINE-NO TO WS-RPT-LINES.
           MOVE WS-FIELDS-CNT TO WS-RPT-FIELDS.
           WRITE RPT-OUT-RCD FROM WS-RPT-DETAIL.
       0100-ONE-FILE-END.

      * Each field of the map in turn, replaced in CPY-IN-RCD. A
      * blank field stays blank.
       0200-MASK-RECORD-BEGIN.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 6 OR
                         WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX)
                         EQUAL SPACE
               MOVE WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) TO WS-KIND
               MOVE WS-SEG-POS(WS-MAP-IDX, WS-SEG-IDX) TO WS-POS
               MOVE WS-SEG-LEN(WS-MAP-IDX, WS-SEG-IDX) TO WS-LEN
               MOVE SPACES TO WS-FIELD
               MOVE CPY-IN-RCD(WS-POS:WS-LEN) TO WS-FIELD
               IF WS-FIELD NOT EQUAL SPACE THEN
                   IF WS-KIND EQUAL "H" THEN
                       PERFORM 0300-MASK-HOLDER-BEGIN
                          THRU 0300-MASK-HOLDER-END
                   ELSE
                       MOVE WS-FIELD TO WS-REAL
                       PERFORM 0400-FAKE-FOR-BEGIN
                          THRU 0400-FAKE-FOR-END
                   END-IF
                   MOVE WS-FAKE TO CPY-IN-RCD(WS-POS:WS-LEN)
                   ADD 1 TO WS-FIELDS-CNT
               END-IF
           END-PERFORM.
       0200-MASK-RECORD-END.

      * A whole name : the first word is the first name, the rest
      * the surname, each masked as it is on its own so the policy
      * holder still reads as the masked client.
       0300-MASK-HOLDER-BEGIN.
           MOVE FUNCTION TRIM(WS-FIELD) TO WS-HOLDER.
           MOVE SPACES TO WS-HOLDER-FIRST WS-HOLDER-REST.
           MOVE 1 TO WS-PTR.
           UNSTRING WS-HOLDER DELIMITED BY ALL SPACE
               INTO WS-HOLDER-FIRST
               WITH POINTER WS-PTR
           END-UNSTRING.
           IF WS-PTR <= 55 THEN
               MOVE WS-HOLDER(WS-PTR:) TO WS-HOLDER-REST
           END-IF.
           IF WS-HOLDER-REST EQUAL SPACE THEN
               MOVE "S" TO WS-KIND
               MOVE WS-HOLDER-FIRST TO WS-REAL
               PERFORM 0400-FAKE-FOR-BEGIN
                  THRU 0400-FAKE-FOR-END
               MOVE "H" TO WS-KIND
               GO TO 0300-MASK-HOLDER-END
           END-IF.
           MOVE "F" TO WS-KIND.
           MOVE WS-HOLDER-FIRST TO WS-REAL.
           PERFORM 0400-FAKE-FOR-BEGIN
              THRU 0400-FAKE-FOR-END.
           MOVE WS-FAKE TO WS-FAKE-FIRST.
           MOVE "S" TO WS-KIND.
           MOVE WS-HOLDER-REST TO WS-REAL.
           PERFORM 0400-FAKE-FOR-BEGIN
              THRU 0400-FAKE-FOR-END.
           MOVE WS-FAKE TO WS-HOLDER.
           MOVE SPACES TO WS-FAKE.
           STRING FUNCTION TRIM(WS-FAKE-FIRST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLDER) DELIMITED BY SIZE
               INTO WS-FAKE.
           MOVE "H" TO WS-KIND.
       0300-MASK-HOLDER-END.

      * The fake for WS-REAL of kind WS-KIND : the one already handed
      * out, or the next one invented. Names and addresses come back
      * in the case the real value was written in.
       0400-FAKE-FOR-BEGIN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REAL)) TO WS-KEY.
           MOVE 0 TO WS-MAP-FIND.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-MAP-TBL-SIZE OR WS-MAP-FIND > 0
               IF WS-MAP-KIND(WS-SLOT) EQUAL WS-KIND AND
                  WS-MAP-REAL(WS-SLOT) EQUAL WS-KEY THEN
                   MOVE WS-SLOT TO WS-MAP-FIND
               END-IF
           END-PERFORM.
           IF WS-MAP-FIND > 0 THEN
               MOVE WS-MAP-FAKE(WS-MAP-FIND) TO WS-FAKE
           ELSE
               PERFORM 0450-INVENT-BEGIN
                  THRU 0450-INVENT-END
               IF WS-MAP-TBL-SIZE < 9999 THEN
                   ADD 1 TO WS-MAP-TBL-SIZE
                   MOVE WS-KIND TO WS-MAP-KIND(WS-MAP-TBL-SIZE)
                   MOVE WS-KEY TO WS-MAP-REAL(WS-MAP-TBL-SIZE)
                   MOVE WS-FAKE TO WS-MAP-FAKE(WS-MAP-TBL-SIZE)
               ELSE
                   ADD 1 TO WS-MAP-FULL-CNT
               END-IF
           END-IF.

           IF WS-KIND EQUAL "S" OR WS-KIND EQUAL "F" OR
              WS-KIND EQUAL "A" THEN
               IF WS-REAL EQUAL FUNCTION UPPER-CASE(WS-REAL) THEN
                   CONTINUE
               ELSE
                   MOVE FUNCTION LOWER-CASE(WS-FAKE) TO WS-FAKE
                   IF WS-REAL NOT EQUAL FUNCTION LOWER-CASE(WS-REAL)
                      THEN
                       MOVE FUNCTION UPPER-CASE(WS-FAKE(1:1))
                           TO WS-FAKE(1:1)
                   END-IF
               END-IF
           END-IF.
       0400-FAKE-FOR-END.

       0450-INVENT-BEGIN.
           MOVE 0 TO WS-KIND-IDX.
           INSPECT WS-KIND-LIST TALLYING WS-KIND-IDX
               FOR CHARACTERS BEFORE INITIAL WS-KIND.
           ADD 1 TO WS-KIND-IDX.
           ADD 1 TO WS-KIND-CNT(WS-KIND-IDX).
           MOVE WS-KIND-CNT(WS-KIND-IDX) TO WS-SEQ.
           MOVE SPACES TO WS-FAKE.
           EVALUATE WS-KIND
               WHEN "S"
               WHEN "F"
                   SUBTRACT 1 FROM WS-SEQ GIVING WS-ROUND
                   DIVIDE WS-ROUND BY 50 GIVING WS-ROUND
                       REMAINDER WS-SLOT
                   ADD 1 TO WS-SLOT
                   IF WS-KIND EQUAL "S" THEN
                       MOVE WS-SURNAME(WS-SLOT) TO WS-FAKE
                   ELSE
                       MOVE WS-FNAME(WS-SLOT) TO WS-FAKE
                   END-IF
                   IF WS-ROUND > 0 THEN
                       ADD 1 TO WS-ROUND
                       MOVE WS-ROUND TO WS-ROUND-ED
                       MOVE WS-FAKE TO WS-HOLDER
                       MOVE SPACES TO WS-FAKE
                       STRING FUNCTION TRIM(WS-HOLDER)
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ROUND-ED)
                                  DELIMITED BY SIZE
                           INTO WS-FAKE
                   END-IF
               WHEN "A"
                   SUBTRACT 1 FROM WS-SEQ GIVING WS-ROUND
                   DIVIDE WS-ROUND BY 12 GIVING WS-ROUND
                       REMAINDER WS-SLOT
                   ADD 1 TO WS-SLOT
                   MOVE WS-SEQ TO WS-SEQ-ED
                   STRING FUNCTION TRIM(WS-SEQ-ED) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STREET(WS-SLOT))
                              DELIMITED BY SIZE
                       INTO WS-FAKE
               WHEN "P"
                   MOVE WS-SEQ TO WS-PHONE-NO
                   STRING "06" WS-PHONE-NO DELIMITED BY SIZE
                       INTO WS-FAKE
               WHEN "E"
                   STRING "contact" WS-SEQ "@exemple.test"
                       DELIMITED BY SIZE INTO WS-FAKE
               WHEN "B"
                   MOVE WS-SEQ TO WS-IBAN-NO
                   STRING "FR76" WS-IBAN-NO DELIMITED BY SIZE
                       INTO WS-FAKE
           END-EVALUATE.
       0450-INVENT-END.
