      *    pgpurge is the housekeeping run for histo_contrats.dat.
      *    3800-UPDATE-MASTER adds a row per contract per run date and
      *    nothing ever took one away, so every history scan (pgtest's
      *    3850-CHECK-TRANSITION, pginquire) slowed down month after
      *    month. Rows older than the retention period
      *    (PURGE_RETENTION_MOIS, 12 months by default, counted back
      *    to the first of the month) are collapsed into one row per
      *    contract (NUMBERSS and NUMBER1) per month : the month's
      *    last row - its run date, status, societe code, salary,
      *    product and contract pair -
      *    under the worst outcome the month saw (REJETE, then
      *    DOUBLON, then RETENU). The collapsed row keeps the last
      *    run date of its month, so the latest row before any later
      *    run date still carries the true last status.
      *    The master is first copied whole to the sequential
      *    histo_contrats_AAAAMMJJ.sav, then rebuilt from that copy.
      *    Rows read must equal rows kept plus rows compacted plus
      *    rows removed, and the rebuilt master must hold exactly the
      *    kept and compacted rows; otherwise the master is restored
      *    from the copy and the run ends RC=3. purge_rapport.dat
      *    gives the four counts per societe code. RC=1 when the
      *    master or the copy could not be opened - the master is
      *    then left untouched. The run must not overlap a pgtest.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgpurge.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'histo_contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-KEY
                  FILE STATUS IS MASTER-STATUS.
           SELECT SAVE-FILE ASSIGN TO DYNAMIC WS-SAVE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SAVE-STATUS.
           SELECT PURGE-FILE ASSIGN TO 'purge_rapport.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PURGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Mirror of pgtest's MASTER-REC.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05 MST-KEY.
              10 MST-NUMBERSS PIC X(8).
              10 MST-RUN-DATE PIC X(8).
              10 MST-NUMBER1 PIC X(8).
           05 MST-STATUS PIC X(8).
           05 MST-SOCIETY-CODE PIC X(5).
           05 MST-SALARY PIC 9(9)V99.
           05 MST-OUTCOME PIC X(8).
           05 MST-LIBELLE PIC X(14).
           05 MST-NUMBER2 PIC X(8).

       FD  SAVE-FILE.
       01  SAVE-REC PIC X(78).

       FD  PURGE-FILE.
       01  PURGE-OUT-DATA PIC X(200).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS PIC X(2).
           88 master-ok VALUE "00".
       01  SAVE-STATUS PIC X(2).
           88 save-ok VALUE "00".
           88 save-eof VALUE "10".
       01  PURGE-STATUS PIC X(2).
           88 purge-ok VALUE "00".
       01  WS-SAVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-MST-DONE-FLAG PIC X VALUE "N".
           88 WS-MST-DONE VALUE "Y".

       01  WS-TODAY PIC X(21).
       01  WS-RETENTION-PARM PIC X(3) VALUE SPACES.
       01  WS-RETENTION PIC 9(3) VALUE 12.
       01  WS-RETENTION-WORK PIC 9(3) VALUE ZERO.
       01  WS-RETENTION-IDX PIC 9 VALUE 0.
       01  WS-RETENTION-CHAR PIC X.
       01  WS-RETENTION-DIGIT REDEFINES WS-RETENTION-CHAR PIC 9.
       01  WS-MONTHS-WORK PIC 9(6) VALUE ZERO.
       01  WS-CUTOFF-YEAR PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-MONTH PIC 99 VALUE ZERO.
       01  WS-CUTOFF-DATE PIC X(8) VALUE SPACES.

      *    The save copy read back, one master row at a time.
       01  WS-ROW.
           05 ROW-NUMBERSS PIC X(8).
           05 ROW-RUN-DATE PIC X(8).
           05 ROW-NUMBER1 PIC X(8).
           05 ROW-STATUS PIC X(8).
           05 ROW-SOCIETY-CODE PIC X(5).
           05 ROW-SALARY PIC 9(9)V99.
           05 ROW-OUTCOME PIC X(8).
           05 ROW-LIBELLE PIC X(14).
           05 ROW-NUMBER2 PIC X(8).

      *    The person's month being collapsed : for each contract,
      *    the last row seen so far and the worst outcome of the
      *    month.
       01  WS-GRP-OPEN-FLAG PIC X VALUE "N".
           88 WS-GRP-OPEN VALUE "Y".
       01  WS-GRP-NUMBERSS PIC X(8) VALUE SPACES.
       01  WS-GRP-MONTH PIC X(6) VALUE SPACES.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 20 TIMES.
               10 WS-GRP-NUMBER1 PIC X(8).
               10 WS-GRP-ROW PIC X(78).
               10 WS-GRP-CODE PIC X(5).
               10 WS-GRP-RANK PIC 9.
               10 WS-GRP-OUTCOME PIC X(8).
       01  WS-GRP-COUNT PIC 99 VALUE 0.
       01  WS-GRP-IDX PIC 99 VALUE 0.
       01  WS-GRP-HIT PIC 99 VALUE 0.
       01  WS-ROW-RANK PIC 9 VALUE ZERO.

       01  WS-LUS-CNT PIC 9(9) VALUE ZERO.
       01  WS-CONS-CNT PIC 9(9) VALUE ZERO.
       01  WS-COMP-CNT PIC 9(9) VALUE ZERO.
       01  WS-SUPP-CNT PIC 9(9) VALUE ZERO.
       01  WS-SAVED-CNT PIC 9(9) VALUE ZERO.
       01  WS-RECOUNT-CNT PIC 9(9) VALUE ZERO.
       01  WS-WRITE-ERR-CNT PIC 9(9) VALUE ZERO.
       01  WS-BALANCE-FLAG PIC X VALUE "Y".
           88 WS-BALANCED VALUE "Y".

       01  WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 500 TIMES.
               10 WS-CODE-TBL-CODE PIC X(5).
               10 WS-CODE-TBL-LUS PIC 9(9).
               10 WS-CODE-TBL-CONS PIC 9(9).
               10 WS-CODE-TBL-COMP PIC 9(9).
               10 WS-CODE-TBL-SUPP PIC 9(9).
       01  WS-CODE-COUNT PIC 9(4) VALUE 0.
       01  WS-CODE-IDX PIC 9(4) VALUE 0.
       01  WS-CODE-HIT PIC 9(4) VALUE 0.
       01  WS-CODE-WORK PIC X(5) VALUE SPACES.
       01  WS-CODE-FULL-FLAG PIC X VALUE "N".
           88 WS-CODE-FULL VALUE "Y".

       01  PURGE-HEADER-LINE.
           05 FILLER PIC X(24) VALUE "PURGE HISTO_CONTRATS -".
           05 FILLER PIC X(12) VALUE "RETENTION :".
           05 WS-PRH-RETENTION PIC ZZ9.
           05 FILLER PIC X(6) VALUE " MOIS".
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "AVANT LE :".
           05 WS-PRH-CUTOFF PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(13) VALUE "SAUVEGARDE :".
           05 WS-PRH-SAVE PIC X(40).
       01  PURGE-DETAIL-LINE.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-PRD-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(6) VALUE "LUS :".
           05 WS-PRD-LUS PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "CONSERVES :".
           05 WS-PRD-CONS PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "COMPACTES :".
           05 WS-PRD-COMP PIC ZZZ.ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "SUPPRIMES :".
           05 WS-PRD-SUPP PIC ZZZ.ZZZ.ZZ9.
       01  PURGE-VERDICT-LINE.
           05 FILLER PIC X(11) VALUE "CONTROLE :".
           05 WS-PRV-VERDICT PIC X(40).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(16) VALUE "RELUS APRES :".
           05 WS-PRV-RECOUNT PIC ZZZ.ZZZ.ZZ9.
       01  WS-CODE-FULL-WARNING PIC X(80) VALUE
           "ATTENTION - table des codes pleine, detail incomplet".

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-BACKUP-MASTER.
           IF RETURN-CODE = 0
              PERFORM 3000-REBUILD-MASTER
              PERFORM 4000-VERIFY-MASTER
              IF NOT WS-BALANCED
                 PERFORM 4500-RESTORE-MASTER
                 MOVE 3 TO RETURN-CODE
              END-IF
              PERFORM 5000-WRITE-REPORT
           END-IF.
           STOP RUN.



       1000-INITIALIZE.

      *    The cutoff is the first day of the month PURGE_RETENTION_MOIS
      *    months back : whole months are kept, so a month is never
      *    half compacted.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           ACCEPT WS-RETENTION-PARM
              FROM ENVIRONMENT "PURGE_RETENTION_MOIS".
      *    Same digit-by-digit reading as pgtest's thresholds; a
      *    retention of zero would compact the current month and is
      *    refused in favour of the default.
           MOVE ZERO TO WS-RETENTION-WORK.
           PERFORM VARYING WS-RETENTION-IDX FROM 1 BY 1
                   UNTIL WS-RETENTION-IDX > 3
              MOVE WS-RETENTION-PARM (WS-RETENTION-IDX:1)
                 TO WS-RETENTION-CHAR
              IF WS-RETENTION-CHAR NUMERIC
                 COMPUTE WS-RETENTION-WORK =
                    WS-RETENTION-WORK * 10 + WS-RETENTION-DIGIT
              END-IF
           END-PERFORM.
           IF WS-RETENTION-WORK > 0
              MOVE WS-RETENTION-WORK TO WS-RETENTION
           ELSE
              IF WS-RETENTION-PARM NOT = SPACES
                 DISPLAY "PGPURGE : PURGE_RETENTION_MOIS invalide, "
                    "12 mois retenus"
              END-IF
           END-IF.
           COMPUTE WS-MONTHS-WORK =
              FUNCTION NUMVAL (WS-TODAY (1:4)) * 12
              + FUNCTION NUMVAL (WS-TODAY (5:2)) - 1 - WS-RETENTION.
           COMPUTE WS-CUTOFF-YEAR = WS-MONTHS-WORK / 12.
           COMPUTE WS-CUTOFF-MONTH =
              FUNCTION MOD (WS-MONTHS-WORK, 12) + 1.
           STRING WS-CUTOFF-YEAR DELIMITED BY SIZE
                  WS-CUTOFF-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
           END-STRING.
           STRING "histo_contrats_" DELIMITED BY SIZE
                  WS-TODAY (1:8) DELIMITED BY SIZE
                  ".sav" DELIMITED BY SIZE
                  INTO WS-SAVE-FILENAME
           END-STRING.



       2000-BACKUP-MASTER.

      *    Nothing is changed until the whole master is on the copy.
           OPEN INPUT MASTER-FILE.
           IF NOT master-ok
              DISPLAY "PGPURGE : histo_contrats.dat introuvable"
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT SAVE-FILE
              IF NOT save-ok
                 DISPLAY "PGPURGE : sauvegarde impossible : "
                    FUNCTION TRIM (WS-SAVE-FILENAME)
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE "N" TO WS-MST-DONE-FLAG
                 PERFORM UNTIL WS-MST-DONE
                    READ MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-MST-DONE-FLAG
                       NOT AT END
                          WRITE SAVE-REC FROM MASTER-REC
                          IF save-ok
                             ADD 1 TO WS-SAVED-CNT
                          ELSE
                             MOVE "Y" TO WS-MST-DONE-FLAG
                             MOVE 1 TO RETURN-CODE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SAVE-FILE
                 IF RETURN-CODE NOT = 0
                    DISPLAY "PGPURGE : sauvegarde incomplete : "
                       FUNCTION TRIM (WS-SAVE-FILENAME)
                 END-IF
              END-IF
              CLOSE MASTER-FILE
           END-IF.



       3000-REBUILD-MASTER.

      *    The copy is in key order - NUMBERSS, run date, NUMBER1 -
      *    so a person's old months arrive one after the other, ahead
      *    of the kept rows, with every contract of a month inside
      *    the same stretch. A month's collapsed rows go out contract
      *    by contract, not in key order : the master is written by
      *    key, not appended to.
           OPEN OUTPUT MASTER-FILE.
           OPEN INPUT SAVE-FILE.
           IF master-ok AND save-ok
              PERFORM UNTIL save-eof
                 MOVE SPACES TO WS-ROW
                 READ SAVE-FILE INTO WS-ROW
                 IF save-ok
                    PERFORM 3100-TAKE-ROW
                 END-IF
              END-PERFORM
              PERFORM 3200-FLUSH-MONTH
           END-IF.
           CLOSE SAVE-FILE.
           CLOSE MASTER-FILE.



       3100-TAKE-ROW.

           ADD 1 TO WS-LUS-CNT.
           MOVE ROW-SOCIETY-CODE TO WS-CODE-WORK.
           PERFORM 3300-FIND-CODE.
           IF WS-CODE-HIT > 0
              ADD 1 TO WS-CODE-TBL-LUS (WS-CODE-HIT)
           END-IF.
           IF ROW-RUN-DATE NOT < WS-CUTOFF-DATE
              PERFORM 3200-FLUSH-MONTH
              MOVE WS-ROW TO MASTER-REC
              PERFORM 3400-WRITE-MASTER
              ADD 1 TO WS-CONS-CNT
              IF WS-CODE-HIT > 0
                 ADD 1 TO WS-CODE-TBL-CONS (WS-CODE-HIT)
              END-IF
           ELSE
              IF WS-GRP-OPEN
                 AND (ROW-NUMBERSS NOT = WS-GRP-NUMBERSS
                      OR ROW-RUN-DATE (1:6) NOT = WS-GRP-MONTH)
                 PERFORM 3200-FLUSH-MONTH
              END-IF
              IF NOT WS-GRP-OPEN
                 MOVE "Y" TO WS-GRP-OPEN-FLAG
                 MOVE ROW-NUMBERSS TO WS-GRP-NUMBERSS
                 MOVE ROW-RUN-DATE (1:6) TO WS-GRP-MONTH
                 MOVE ZERO TO WS-GRP-COUNT
              END-IF
              PERFORM 3150-FIND-CONTRACT
              MOVE WS-ROW TO WS-GRP-ROW (WS-GRP-HIT)
              MOVE ROW-SOCIETY-CODE TO WS-GRP-CODE (WS-GRP-HIT)
              EVALUATE ROW-OUTCOME
                 WHEN "REJETE"
                    MOVE 3 TO WS-ROW-RANK
                 WHEN "DOUBLON"
                    MOVE 2 TO WS-ROW-RANK
                 WHEN OTHER
                    MOVE 1 TO WS-ROW-RANK
              END-EVALUATE
              IF WS-ROW-RANK > WS-GRP-RANK (WS-GRP-HIT)
                 MOVE WS-ROW-RANK TO WS-GRP-RANK (WS-GRP-HIT)
                 MOVE ROW-OUTCOME TO WS-GRP-OUTCOME (WS-GRP-HIT)
              END-IF
           END-IF.



       3150-FIND-CONTRACT.

      *    Every old row but the month's last is absorbed : it is
      *    counted removed under its own code when the next row of
      *    the same contract and month replaces it as the last.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              IF WS-GRP-NUMBER1 (WS-GRP-IDX) = ROW-NUMBER1
                 MOVE WS-GRP-IDX TO WS-GRP-HIT
              END-IF
           END-PERFORM.
           IF WS-GRP-HIT > 0
              MOVE WS-GRP-CODE (WS-GRP-HIT) TO WS-CODE-WORK
              PERFORM 3300-FIND-CODE
              ADD 1 TO WS-SUPP-CNT
              IF WS-CODE-HIT > 0
                 ADD 1 TO WS-CODE-TBL-SUPP (WS-CODE-HIT)
              END-IF
           ELSE
      *       More contracts in one month than the table holds : what
      *       is collected so far is written out and the rest of the
      *       month collapses separately. Nothing is lost - a contract
      *       caught on both sides keeps two rows for that month.
              IF WS-GRP-COUNT = 20
                 PERFORM 3200-FLUSH-MONTH
                 MOVE "Y" TO WS-GRP-OPEN-FLAG
                 MOVE ZERO TO WS-GRP-COUNT
              END-IF
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT TO WS-GRP-HIT
              MOVE ROW-NUMBER1 TO WS-GRP-NUMBER1 (WS-GRP-HIT)
              MOVE ZERO TO WS-GRP-RANK (WS-GRP-HIT)
           END-IF.



       3200-FLUSH-MONTH.

           IF WS-GRP-OPEN
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GRP-COUNT
                 MOVE WS-GRP-ROW (WS-GRP-IDX) TO MASTER-REC
                 MOVE WS-GRP-OUTCOME (WS-GRP-IDX) TO MST-OUTCOME
                 PERFORM 3400-WRITE-MASTER
                 ADD 1 TO WS-COMP-CNT
                 MOVE MST-SOCIETY-CODE TO WS-CODE-WORK
                 PERFORM 3300-FIND-CODE
                 IF WS-CODE-HIT > 0
                    ADD 1 TO WS-CODE-TBL-COMP (WS-CODE-HIT)
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-GRP-OPEN-FLAG
           END-IF.



       3300-FIND-CODE.

           MOVE 0 TO WS-CODE-HIT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
              IF WS-CODE-TBL-CODE (WS-CODE-IDX) = WS-CODE-WORK
                 MOVE WS-CODE-IDX TO WS-CODE-HIT
              END-IF
           END-PERFORM.
           IF WS-CODE-HIT = 0
              IF WS-CODE-COUNT < 500
                 ADD 1 TO WS-CODE-COUNT
                 MOVE WS-CODE-COUNT TO WS-CODE-HIT
                 MOVE WS-CODE-WORK TO WS-CODE-TBL-CODE (WS-CODE-HIT)
                 MOVE ZERO TO WS-CODE-TBL-LUS (WS-CODE-HIT)
                 MOVE ZERO TO WS-CODE-TBL-CONS (WS-CODE-HIT)
                 MOVE ZERO TO WS-CODE-TBL-COMP (WS-CODE-HIT)
                 MOVE ZERO TO WS-CODE-TBL-SUPP (WS-CODE-HIT)
              ELSE
                 MOVE "Y" TO WS-CODE-FULL-FLAG
              END-IF
           END-IF.



       3400-WRITE-MASTER.

           WRITE MASTER-REC
              INVALID KEY ADD 1 TO WS-WRITE-ERR-CNT
           END-WRITE.



       4000-VERIFY-MASTER.

      *    Two proofs : the counts account for every row read off the
      *    copy, and the rebuilt master, read back, holds exactly the
      *    rows the counts say were written.
           MOVE "Y" TO WS-BALANCE-FLAG.
           IF WS-LUS-CNT NOT = WS-SAVED-CNT
              OR WS-LUS-CNT NOT = WS-CONS-CNT + WS-COMP-CNT
                                 + WS-SUPP-CNT
              OR WS-WRITE-ERR-CNT > 0
              MOVE "N" TO WS-BALANCE-FLAG
           END-IF.
           MOVE ZERO TO WS-RECOUNT-CNT.
           OPEN INPUT MASTER-FILE.
           IF master-ok
              MOVE "N" TO WS-MST-DONE-FLAG
              PERFORM UNTIL WS-MST-DONE
                 READ MASTER-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-MST-DONE-FLAG
                    NOT AT END ADD 1 TO WS-RECOUNT-CNT
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.
           IF WS-RECOUNT-CNT NOT = WS-CONS-CNT + WS-COMP-CNT
              MOVE "N" TO WS-BALANCE-FLAG
           END-IF.



       4500-RESTORE-MASTER.

           OPEN OUTPUT MASTER-FILE.
           OPEN INPUT SAVE-FILE.
           IF master-ok AND save-ok
              PERFORM UNTIL save-eof
                 MOVE SPACES TO MASTER-REC
                 READ SAVE-FILE INTO MASTER-REC
                 IF save-ok
                    WRITE MASTER-REC
                       INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY "PGPURGE : restauration impossible, reprendre "
                 FUNCTION TRIM (WS-SAVE-FILENAME)
           END-IF.
           CLOSE SAVE-FILE.
           CLOSE MASTER-FILE.



       5000-WRITE-REPORT.

           OPEN OUTPUT PURGE-FILE.
           MOVE WS-RETENTION TO WS-PRH-RETENTION.
           STRING WS-CUTOFF-DATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUTOFF-DATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUTOFF-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-PRH-CUTOFF
           END-STRING.
           MOVE WS-SAVE-FILENAME TO WS-PRH-SAVE.
           WRITE PURGE-OUT-DATA FROM PURGE-HEADER-LINE.
           WRITE PURGE-OUT-DATA FROM SPACES.
           IF WS-CODE-FULL
              WRITE PURGE-OUT-DATA FROM WS-CODE-FULL-WARNING
           END-IF.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
              MOVE WS-CODE-TBL-CODE (WS-CODE-IDX) TO WS-PRD-CODE
              MOVE WS-CODE-TBL-LUS (WS-CODE-IDX) TO WS-PRD-LUS
              MOVE WS-CODE-TBL-CONS (WS-CODE-IDX) TO WS-PRD-CONS
              MOVE WS-CODE-TBL-COMP (WS-CODE-IDX) TO WS-PRD-COMP
              MOVE WS-CODE-TBL-SUPP (WS-CODE-IDX) TO WS-PRD-SUPP
              WRITE PURGE-OUT-DATA FROM PURGE-DETAIL-LINE
           END-PERFORM.
           WRITE PURGE-OUT-DATA FROM SPACES.
           MOVE "TOTAL" TO WS-PRD-CODE.
           MOVE WS-LUS-CNT TO WS-PRD-LUS.
           MOVE WS-CONS-CNT TO WS-PRD-CONS.
           MOVE WS-COMP-CNT TO WS-PRD-COMP.
           MOVE WS-SUPP-CNT TO WS-PRD-SUPP.
           WRITE PURGE-OUT-DATA FROM PURGE-DETAIL-LINE.
           IF WS-BALANCED
              MOVE "EQUILIBRE" TO WS-PRV-VERDICT
           ELSE
              MOVE "DESEQUILIBRE - MASTER RESTAURE" TO WS-PRV-VERDICT
           END-IF.
           MOVE WS-RECOUNT-CNT TO WS-PRV-RECOUNT.
           WRITE PURGE-OUT-DATA FROM PURGE-VERDICT-LINE.
           CLOSE PURGE-FILE.
