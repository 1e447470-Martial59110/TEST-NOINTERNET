      *    corrections_suivi.dat closes the loop : one line per
      *    correction attempt, carrying the original rejection motif
      *    and the outcome (CORRIGE / REFUSE / SANS REJET).
      *    datassur_corrige.dat goes back through pgtest's envelope
      *    check like any other feed, so it is written with its own
      *    ENTETE (sender CORR, next sequence after the last CORR file
      *    in flux_recus.dat) and a FIN carrying the corrected count
      *    and salary total.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgcorrect.
           SELECT SUIVI-FILE ASSIGN TO 'corrections_suivi.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUIVI-STATUS.
           SELECT FLUX-FILE ASSIGN TO 'flux_recus.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FLUX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       FD  CORRECTION-FILE.
       01  ALL-DATA.
           05  NUMBERSS PIC X(8).
               88 ENV-ENTETE VALUE "ENTETE".
               88 ENV-FIN VALUE "FIN".
           05  STAR1 PIC X.
           05  NAMES PIC X(14).
           05  STAR2 PIC X.
       FD  SUIVI-FILE.
       01  SUIVI-OUT-DATA PIC X(200).

       FD  FLUX-FILE.
       01  FLUX-IO-DATA PIC X(200).

       WORKING-STORAGE SECTION.
       01  REJECT-STATUS PIC X(2).
           88 reject-ok VALUE "00".
           88 suppl-ok VALUE "00".
       01  SUIVI-STATUS PIC X(2).
           88 suivi-ok VALUE "00".
       01  FLUX-STATUS PIC X(2).
           88 flux-ok VALUE "00".
           88 flux-eof VALUE "10".
      *    Mirror of pgtest's FLUX-LINE, for the last CORR sequence.
       01  FLUX-LINE.
           05 FLX-CODE PIC X(5).
           05 FILLER PIC X.
           05 FLX-SEQ PIC 9(6).
           05 FILLER PIC X(118).
      *    Mirror of pgtest's envelope lines.
       01  WS-ENV-RECORD PIC X(121).
       01  ENV-HEADER-LINE REDEFINES WS-ENV-RECORD.
           05 ENV-HDR-TAG PIC X(8).
           05 FILLER PIC X.
           05 ENV-HDR-CODE PIC X(5).
           05 FILLER PIC X.
           05 ENV-HDR-DATE PIC X(8).
           05 FILLER PIC X.
           05 ENV-HDR-SEQ-NUM PIC 9(6).
           05 FILLER PIC X(91).
       01  ENV-TRAILER-LINE REDEFINES WS-ENV-RECORD.
           05 ENV-TRL-TAG PIC X(8).
           05 FILLER PIC X.
           05 ENV-TRL-COUNT-NUM PIC 9(6).
           05 FILLER PIC X.
           05 ENV-TRL-TOTAL-NUM PIC 9(9)V99.
           05 FILLER PIC X(94).
       01  WS-ENV-CODE PIC X(5) VALUE "CORR".
       01  WS-ENV-SEQ PIC 9(6) VALUE ZERO.
       01  WS-ENV-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-ENV-SALARY PIC 999999V99.
       01  WS-TODAY PIC X(21).
      *    Mirror of pgtest's REJECT-LINE so rejets.dat parses back
      *    into its NUMBERSS and motif.
       01  REJECT-LINE.
           IF correction-ok
              OPEN OUTPUT SUPPL-FILE
              OPEN OUTPUT SUIVI-FILE
              PERFORM 4000-WRITE-HEADER
              PERFORM UNTIL correction-eof
                 READ CORRECTION-FILE
                 IF correction-ok AND NOT ENV-ENTETE AND NOT ENV-FIN
                    PERFORM 2100-PROCESS-ONE-CORRECTION
                 END-IF
              END-PERFORM
              PERFORM 4100-WRITE-TRAILER
              CLOSE SUPPL-FILE
              CLOSE SUIVI-FILE
              CLOSE CORRECTION-FILE
              IF WS-RECORD-VALID
                 WRITE SUPPL-OUT-DATA FROM ALL-DATA
                 ADD 1 TO WS-CORRECTED-COUNTER
                 IF SALARY NUMERIC
                    MOVE SALARY TO WS-ENV-SALARY
                    ADD WS-ENV-SALARY TO WS-ENV-TOTAL
                 END-IF
                 MOVE "CORRIGE" TO WS-SUIVI-OUTCOME
                 MOVE SPACES TO WS-SUIVI-NEW-REASON
              ELSE
           MOVE NUMBERSS TO WS-SUIVI-NUMBERSS.
           MOVE WS-ORIG-REASON TO WS-SUIVI-ORIG-REASON.
           WRITE SUIVI-OUT-DATA FROM SUIVI-LINE.



       4000-WRITE-HEADER.

      *    The register only holds feeds a completed pgtest pass took
      *    in, so a corrections file produced but never run is simply
      *    superseded by the next one under the same number.
           MOVE ZERO TO WS-ENV-SEQ.
           OPEN INPUT FLUX-FILE.
           IF flux-ok
              PERFORM UNTIL flux-eof
                 READ FLUX-FILE INTO FLUX-LINE
                 IF flux-ok AND FLX-CODE = WS-ENV-CODE
                    AND FLX-SEQ NUMERIC AND FLX-SEQ > WS-ENV-SEQ
                    MOVE FLX-SEQ TO WS-ENV-SEQ
                 END-IF
              END-PERFORM
              CLOSE FLUX-FILE
           END-IF.
           ADD 1 TO WS-ENV-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO WS-ENV-RECORD.
           MOVE "ENTETE" TO ENV-HDR-TAG.
           MOVE WS-ENV-CODE TO ENV-HDR-CODE.
           MOVE WS-TODAY (1:8) TO ENV-HDR-DATE.
           MOVE WS-ENV-SEQ TO ENV-HDR-SEQ-NUM.
           WRITE SUPPL-OUT-DATA FROM WS-ENV-RECORD.



       4100-WRITE-TRAILER.

           MOVE SPACES TO WS-ENV-RECORD.
           MOVE "FIN" TO ENV-TRL-TAG.
           MOVE WS-CORRECTED-COUNTER TO ENV-TRL-COUNT-NUM.
           MOVE WS-ENV-TOTAL TO ENV-TRL-TOTAL-NUM.
           WRITE SUPPL-OUT-DATA FROM WS-ENV-RECORD.
