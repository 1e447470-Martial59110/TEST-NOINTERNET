      *    totals line closes the report. RC=2 when anything other
      *    than ACCEPTE turned up - same day, not at the employee's
      *    phone call - and 1 when either file would not open.
      *    With PAIE_MODE=MOUVEMENTS the extract matched is
      *    paie_mouvements.dat instead : each movement is acknowledged
      *    like an extract line, the report shows its type, and the
      *    trailer is checked against the movements actually read -
      *    a file cut short or without its trailer is reported as
      *    incomplete. The extract is keyed into paie_travail.tmp
      *    for the matching - in file order, and on the contract id -
      *    so any volume is matched without a table to outgrow.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgretour.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIE-FILE ASSIGN TO DYNAMIC WS-PAIE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAIE-STATUS.
           SELECT RETOUR-FILE ASSIGN TO 'paie_retour.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETOUR-STATUS.
      *    PAIEWK-FILE is the run's working copy of the extract :
      *    keyed on the line number, with the contract id plus that
      *    line number as a second key, so the lines of one id come
      *    back together and still in file order.
           SELECT PAIEWK-FILE ASSIGN TO 'paie_travail.tmp'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAIEW-SEQ
                  ALTERNATE RECORD KEY IS PAIEW-ID-KEY
                  FILE STATUS IS PAIEWK-STATUS.
           SELECT RAPPROCH-FILE ASSIGN TO 'paie_rapprochement.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RAPPROCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIE-FILE.
       01  PAIE-IN-DATA PIC X(64).

       FD  RETOUR-FILE.
       01  RETOUR-IN-DATA PIC X(80).

       FD  PAIEWK-FILE.
       01  PAIEWK-REC.
           05 PAIEW-SEQ PIC 9(6).
           05 PAIEW-ID-KEY.
              10 PAIEW-ID PIC X(10).
              10 PAIEW-ID-SEQ PIC 9(6).
           05 PAIEW-SALARY PIC 9(9)V99.
           05 PAIEW-SOCIETY PIC X(5).
           05 PAIEW-ACK-FLAG PIC X.
           05 PAIEW-TYPE PIC X(6).

       FD  RAPPROCH-FILE.
       01  RAPPROCH-OUT-DATA PIC X(200).

       01  RETOUR-STATUS PIC X(2).
           88 retour-ok VALUE "00".
           88 retour-eof VALUE "10".
       01  PAIEWK-STATUS PIC X(2).
           88 paiewk-ok VALUE "00".
       01  RAPPROCH-STATUS PIC X(2).
           88 rapproch-ok VALUE "00".
       01  WS-PAIE-MODE PIC X(10) VALUE SPACES.
           88 WS-PAIE-MOUVEMENTS VALUE "MOUVEMENTS".
       01  WS-PAIE-FILENAME PIC X(20) VALUE "paie.dat".
      *    Mirror of pgtest's PAIE-LINE so paie.dat parses back into
      *    its contract id, salary and society code.
       01  PAIE-LINE.
           05 PAIE-CONTRAT-ID PIC X(10).
           05 PAIE-SALARY PIC 9(9)V99.
           05 PAIE-SOCIETY-CODE PIC X(5).
      *    Mirror of pgtest's MVT-LINE and MVT-TRAILER-LINE.
       01  MVT-LINE.
           05 MVT-CONTRAT-ID PIC X(10).
           05 MVT-TYPE PIC X(6).
           05 MVT-NUMBERSS PIC X(8).
           05 MVT-OLD-SALARY PIC 9(9)V99.
           05 MVT-NEW-SALARY PIC 9(9)V99.
           05 MVT-OLD-CODE PIC X(5).
           05 MVT-NEW-CODE PIC X(5).
           05 MVT-MOTIF PIC X(8).
       01  MVT-TRAILER-LINE REDEFINES MVT-LINE.
           05 MVT-TRL-TAG PIC X(10).
           05 MVT-TRL-ENTREE PIC 9(6).
           05 MVT-TRL-SORTIE PIC 9(6).
           05 MVT-TRL-MODIF PIC 9(6).
           05 MVT-TRL-TOTAL PIC 9(6).
           05 FILLER PIC X(30).
       01  WS-MVT-TRL-FLAG PIC X VALUE "N".
           88 WS-MVT-TRL-SEEN VALUE "Y".
       01  WS-MVT-ENTREE-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-SORTIE-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-MODIF-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-BAD-FLAG PIC X VALUE "N".
           88 WS-MVT-INCOMPLETE VALUE "Y".
       01  WS-MVT-WARNING PIC X(80) VALUE
           "ATTENTION - fichier mouvements incomplet".
      *    Payroll's acknowledgment : the contract id we sent, their
      *    ACCEPTE / REFUSE verdict, and the error motif on refusal.
       01  RETOUR-LINE.
           05 RET-VERDICT PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 RET-MOTIF PIC X(30).
       01  WS-PAIEWK-FILENAME PIC X(20) VALUE "paie_travail.tmp".
       01  WS-PAIE-COUNT PIC 9(6) VALUE 0.
       01  WS-MATCH-FLAG PIC X VALUE "N".
           88 WS-PAIE-MATCHED VALUE "Y".
       01  WS-SCAN-DONE-FLAG PIC X VALUE "N".
           88 WS-SCAN-DONE VALUE "Y".
       01  WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01  WS-ACCEPTE-CNT PIC 9(6) VALUE ZERO.
       01  WS-REFUSE-CNT PIC 9(6) VALUE ZERO.
       01  WS-NONACK-CNT PIC 9(6) VALUE ZERO.
       01  WS-INCONNU-CNT PIC 9(6) VALUE ZERO.
       01  WS-PROBLEM-FLAG PIC X VALUE "N".
           88 WS-PROBLEM-SEEN VALUE "Y".
       01  RAPPROCH-LINE.
           05 FILLER PIC X(10) VALUE "CONTRAT :".
           05 WS-RAP-CONTRAT PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SALAIRE :".
           05 WS-RAP-SALARY PIC ZZZ.ZZZ.ZZZ,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-RAP-MVT-LABEL PIC X(12) VALUE SPACES.
           05 WS-RAP-MVT-TYPE PIC X(6) VALUE SPACES.
       01  RAPPROCH-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "ACCEPTES :".
           05 WS-RAP-ACCEPTES PIC 9(6).
       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           ACCEPT WS-PAIE-MODE FROM ENVIRONMENT "PAIE_MODE".
           IF WS-PAIE-MOUVEMENTS
              MOVE "paie_mouvements.dat" TO WS-PAIE-FILENAME
              MOVE "MOUVEMENT :" TO WS-RAP-MVT-LABEL
           END-IF.
           PERFORM 1000-LOAD-PAIE.
           IF RETURN-CODE = 0
              PERFORM 2000-PROCESS-RETOUR
              CLOSE PAIEWK-FILE
           END-IF.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING WS-PAIEWK-FILENAME.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-PROBLEM-SEEN AND RETURN-CODE < 2
              MOVE 2 TO RETURN-CODE
           END-IF.

           OPEN INPUT PAIE-FILE.
           IF paie-ok
              OPEN OUTPUT PAIEWK-FILE
              IF NOT paiewk-ok
                 DISPLAY "PGRETOUR : paie_travail.tmp inutilisable"
                 MOVE 1 TO RETURN-CODE
                 CLOSE PAIE-FILE
              END-IF
           END-IF.
           IF paie-ok AND paiewk-ok
              PERFORM UNTIL paie-eof
                 IF WS-PAIE-MOUVEMENTS
                    READ PAIE-FILE INTO MVT-LINE
                    IF paie-ok
                       PERFORM 1100-TAKE-MOUVEMENT
                    END-IF
                 ELSE
                    READ PAIE-FILE INTO PAIE-LINE
                 END-IF
                 IF paie-ok AND NOT WS-MVT-TRL-SEEN
                    ADD 1 TO WS-PAIE-COUNT
                    MOVE WS-PAIE-COUNT TO PAIEW-SEQ
                    MOVE PAIE-CONTRAT-ID TO PAIEW-ID
                    MOVE WS-PAIE-COUNT TO PAIEW-ID-SEQ
                    MOVE PAIE-SALARY TO PAIEW-SALARY
                    MOVE PAIE-SOCIETY-CODE TO PAIEW-SOCIETY
                    MOVE "N" TO PAIEW-ACK-FLAG
                    MOVE MVT-TYPE TO PAIEW-TYPE
                    WRITE PAIEWK-REC
                 END-IF
              END-PERFORM
              CLOSE PAIE-FILE
              CLOSE PAIEWK-FILE
              OPEN I-O PAIEWK-FILE
              IF NOT paiewk-ok
                 DISPLAY "PGRETOUR : paie_travail.tmp inutilisable"
                 MOVE 1 TO RETURN-CODE
              END-IF
              IF WS-PAIE-MOUVEMENTS
                 PERFORM 1200-CHECK-MVT-TRAILER
              END-IF
           END-IF.
           IF NOT paie-ok AND NOT paie-eof
              DISPLAY "PGRETOUR : " FUNCTION TRIM (WS-PAIE-FILENAME)
                 " introuvable"
              MOVE 1 TO RETURN-CODE
           END-IF.



       1100-TAKE-MOUVEMENT.

      *    A movement is matched on the salary payroll is to apply :
      *    the new one, or for a SORTIE of a contract gone from the
      *    feed the last one we sent. Anything after the trailer is
      *    what makes the file incomplete, not an extra movement.
           IF WS-MVT-TRL-SEEN
              MOVE "Y" TO WS-MVT-BAD-FLAG
           ELSE
              IF MVT-TRL-TAG = "FIN"
                 MOVE "Y" TO WS-MVT-TRL-FLAG
                 IF MVT-TRL-ENTREE NOT NUMERIC
                    OR MVT-TRL-SORTIE NOT NUMERIC
                    OR MVT-TRL-MODIF NOT NUMERIC
                    MOVE "Y" TO WS-MVT-BAD-FLAG
                 END-IF
              ELSE
                 MOVE MVT-CONTRAT-ID TO PAIE-CONTRAT-ID
                 MOVE MVT-NEW-SALARY TO PAIE-SALARY
                 MOVE MVT-NEW-CODE TO PAIE-SOCIETY-CODE
                 IF MVT-NEW-CODE = SPACES
                    MOVE MVT-OLD-SALARY TO PAIE-SALARY
                    MOVE MVT-OLD-CODE TO PAIE-SOCIETY-CODE
                 END-IF
                 EVALUATE MVT-TYPE
                    WHEN "ENTREE"
                       ADD 1 TO WS-MVT-ENTREE-CNT
                    WHEN "SORTIE"
                       ADD 1 TO WS-MVT-SORTIE-CNT
                    WHEN "MODIF"
                       ADD 1 TO WS-MVT-MODIF-CNT
                    WHEN OTHER
                       MOVE "Y" TO WS-MVT-BAD-FLAG
                 END-EVALUATE
              END-IF
           END-IF.



       1200-CHECK-MVT-TRAILER.

           IF NOT WS-MVT-TRL-SEEN
              MOVE "Y" TO WS-MVT-BAD-FLAG
           ELSE
              IF MVT-TRL-ENTREE NOT = WS-MVT-ENTREE-CNT
                 OR MVT-TRL-SORTIE NOT = WS-MVT-SORTIE-CNT
                 OR MVT-TRL-MODIF NOT = WS-MVT-MODIF-CNT
                 MOVE "Y" TO WS-MVT-BAD-FLAG
              END-IF
           END-IF.



       2000-PROCESS-RETOUR.

           OPEN INPUT RETOUR-FILE.
           IF retour-ok
              OPEN OUTPUT RAPPROCH-FILE
              IF WS-MVT-INCOMPLETE
                 WRITE RAPPROCH-OUT-DATA FROM WS-MVT-WARNING
                 MOVE "Y" TO WS-PROBLEM-FLAG
              END-IF
              PERFORM UNTIL retour-eof
      *    contract id takes this acknowledgment, so duplicated ids
      *    pair off in file order.
           MOVE "N" TO WS-MATCH-FLAG.
           MOVE "N" TO WS-SCAN-DONE-FLAG.
           MOVE RET-CONTRAT-ID TO PAIEW-ID.
           MOVE ZERO TO PAIEW-ID-SEQ.
           START PAIEWK-FILE KEY IS NOT LESS THAN PAIEW-ID-KEY
              INVALID KEY MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-SCAN-DONE OR WS-PAIE-MATCHED
              READ PAIEWK-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SCAN-DONE-FLAG
                 NOT AT END
                    IF PAIEW-ID NOT = RET-CONTRAT-ID
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                    ELSE
                       IF PAIEW-ACK-FLAG = "N"
                          MOVE "Y" TO WS-MATCH-FLAG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE RET-CONTRAT-ID TO WS-RAP-CONTRAT.
           IF NOT WS-PAIE-MATCHED
              MOVE "INCONNU" TO WS-RAP-RESULTAT
              MOVE RET-MOTIF TO WS-RAP-MOTIF
              MOVE ZERO TO WS-RAP-SALARY
              MOVE SPACES TO WS-RAP-MVT-TYPE
              WRITE RAPPROCH-OUT-DATA FROM RAPPROCH-LINE
           ELSE
              MOVE "Y" TO PAIEW-ACK-FLAG
              REWRITE PAIEWK-REC
              MOVE PAIEW-SALARY TO WS-RAP-SALARY
              IF WS-PAIE-MOUVEMENTS
                 MOVE PAIEW-TYPE TO WS-RAP-MVT-TYPE
              END-IF
              IF RET-VERDICT = "ACCEPTE"
                 ADD 1 TO WS-ACCEPTE-CNT
                 MOVE "ACCEPTE" TO WS-RAP-RESULTAT

       3000-REPORT-NON-ACQUITTES.

           MOVE "N" TO WS-SCAN-DONE-FLAG.
           MOVE ZERO TO PAIEW-SEQ.
           START PAIEWK-FILE KEY IS NOT LESS THAN PAIEW-SEQ
              INVALID KEY MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
              READ PAIEWK-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-SCAN-DONE-FLAG
                 NOT AT END
                    IF PAIEW-ACK-FLAG = "N"
                       ADD 1 TO WS-NONACK-CNT
                       MOVE "Y" TO WS-PROBLEM-FLAG
                       MOVE PAIEW-ID TO WS-RAP-CONTRAT
                       MOVE "NON ACQUITTE" TO WS-RAP-RESULTAT
                       MOVE SPACES TO WS-RAP-MOTIF
                       MOVE PAIEW-SALARY TO WS-RAP-SALARY
                       IF WS-PAIE-MOUVEMENTS
                          MOVE PAIEW-TYPE TO WS-RAP-MVT-TYPE
                       END-IF
                       WRITE RAPPROCH-OUT-DATA FROM RAPPROCH-LINE
                    END-IF
              END-READ
           END-PERFORM.


