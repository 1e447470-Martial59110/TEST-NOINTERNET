      *    pgprime turns the contracts pgtest retained into what the
      *    companies owe us. It reads histo_contrats.dat for one run
      *    date (PRIME_DATE, AAAAMMJJ - the latest run date in the
      *    master when unset), keeps the rows the run RETENU with an
      *    ACTIF status - one per contract, so a person employed twice
      *    is billed to both employers - and prices each one from
      *    taux_primes.dat :
      *    a percentage of the converted salary, raised to the
      *    product's floor and capped at its ceiling. A rate line
      *    names a product (the LIBELLE) and a societe code; a blank
      *    code is the product's default for every company without a
      *    line of its own.
      *    Each company gets its call for premium, appel_<code>.dat :
      *    one line per contract, a subtotal per product and the
      *    total due. compta_primes.dat carries one debit posting per
      *    company, in the same piece number as its call, for
      *    Finance's ledger load. The previous run's calls are
      *    archived and removed first, so only today's are on disk.
      *    A contract no rate line prices is listed on its company's
      *    call at zero and sets RC=2 - the call must not go out
      *    short without somebody knowing; RC=1
      *    when the master, the rate table, a call or the ledger file
      *    would not open, and it wins over RC=2.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgprime.
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
           SELECT PRIMTAUX-FILE ASSIGN TO 'taux_primes.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PRIMTAUX-STATUS.
           SELECT SOCIETE-FILE ASSIGN TO 'societe.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SOCIETE-STATUS.
           SELECT SORT-FILE ASSIGN TO 'tri_primes.tmp'.
           SELECT APPEL-FILE ASSIGN TO DYNAMIC WS-APPEL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APPEL-STATUS.
           SELECT COMPTA-FILE ASSIGN TO 'compta_primes.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COMPTA-STATUS.
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

       FD  PRIMTAUX-FILE.
       01  PRIMTAUX-IN-DATA PIC X(80).

       FD  SOCIETE-FILE.
       01  SOCIETE-IN-DATA PIC X(80).

       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CODE PIC X(5).
           05 SRT-LIBELLE PIC X(14).
           05 SRT-NUMBERSS PIC X(8).
           05 SRT-NUMBER1 PIC X(8).
           05 SRT-NUMBER2 PIC X(8).
           05 SRT-SALARY PIC 9(9)V99.

       FD  APPEL-FILE.
       01  APPEL-OUT-DATA PIC X(200).

       FD  COMPTA-FILE.
       01  COMPTA-OUT-DATA PIC X(100).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS PIC X(2).
           88 master-ok VALUE "00".
           88 master-eof VALUE "10".
       01  PRIMTAUX-STATUS PIC X(2).
           88 primtaux-ok VALUE "00".
           88 primtaux-eof VALUE "10".
       01  SOCIETE-STATUS PIC X(2).
           88 societe-ok VALUE "00".
           88 societe-eof VALUE "10".
       01  APPEL-STATUS PIC X(2).
           88 appel-ok VALUE "00".
       01  COMPTA-STATUS PIC X(2).
           88 compta-ok VALUE "00".
       01  WS-SORT-EOF-FLAG PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".

       01  WS-PRIME-DATE PIC X(8) VALUE SPACES.
       01  WS-PRIME-DATE-DISP PIC X(10) VALUE SPACES.
       01  WS-SELECTED-CNT PIC 9(6) VALUE ZERO.
       01  WS-NOCODE-CNT PIC 9(6) VALUE ZERO.
       01  WS-NORATE-CNT PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01  WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01  WS-ARCH-STAMP PIC X(15).
       01  WS-ARCH-CMD PIC X(512).

      *    Rate line : product, societe code (blank for the product
      *    default), percentage of salary, floor and ceiling - the
      *    amounts in societe.dat's band notation. A ceiling of zero
      *    means the product is not capped.
       01  PRIMTAUX-LINE.
           05 TPR-LIBELLE PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 TPR-CODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 TPR-PCT-INT PIC X(2).
           05 TPR-PCT-COMMA PIC X.
           05 TPR-PCT-DEC PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 TPR-MIN-INT PIC X(6).
           05 TPR-MIN-COMMA PIC X.
           05 TPR-MIN-DEC PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 TPR-MAX-INT PIC X(6).
           05 TPR-MAX-COMMA PIC X.
           05 TPR-MAX-DEC PIC XX.
       01  WS-TPR-TABLE.
           05 WS-TPR-ENTRY OCCURS 500 TIMES.
               10 WS-TPR-LIBELLE PIC X(14).
               10 WS-TPR-CODE PIC X(5).
               10 WS-TPR-PCT PIC 99V9999.
               10 WS-TPR-MIN PIC 9(6)V99.
               10 WS-TPR-MAX PIC 9(6)V99.
       01  WS-TPR-COUNT PIC 9(4) VALUE 0.
       01  WS-TPR-IDX PIC 9(4) VALUE 0.
       01  WS-TPR-HIT PIC 9(4) VALUE 0.
       01  WS-TPR-BAD-CNT PIC 9(4) VALUE 0.

      *    Mirror of pgvalid's SOCIETE-LINE, for the name each call
      *    is addressed under.
       01  SOCIETE-LINE.
           05 SOC-CODE PIC X(5).
           05 FILLER PIC X.
           05 SOC-NAME PIC X(41).
           05 FILLER PIC X(33).
       01  WS-SOC-TABLE.
           05 WS-SOC-ENTRY OCCURS 500 TIMES.
               10 WS-SOC-TBL-CODE PIC X(5).
               10 WS-SOC-TBL-NAME PIC X(41).
       01  WS-SOC-COUNT PIC 9(4) VALUE 0.
       01  WS-SOC-IDX PIC 9(4) VALUE 0.

       01  WS-PREV-CODE PIC X(5) VALUE SPACES.
       01  WS-PREV-LIBELLE PIC X(14) VALUE SPACES.
       01  WS-APPEL-FILENAME PIC X(100) VALUE SPACES.
       01  WS-APPEL-OPEN-FLAG PIC X VALUE "N".
           88 WS-APPEL-OPEN VALUE "Y".
       01  WS-PIECE PIC X(15) VALUE SPACES.
       01  WS-PRIME PIC 9(9)V99 VALUE ZERO.
       01  WS-PRD-CNT PIC 9(6) VALUE ZERO.
       01  WS-PRD-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-SOC-CNT PIC 9(6) VALUE ZERO.
       01  WS-SOC-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  APPEL-HEADER-LINE.
           05 FILLER PIC X(23) VALUE "APPEL DE COTISATIONS -".
           05 WS-APH-NAME PIC X(41).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-APH-CODE PIC X(5).
       01  APPEL-REF-LINE.
           05 FILLER PIC X(7) VALUE "DATE :".
           05 WS-APR-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(8) VALUE "PIECE :".
           05 WS-APR-PIECE PIC X(15).
       01  APPEL-DETAIL-LINE.
           05 FILLER PIC X(11) VALUE "NUMBERSS :".
           05 WS-APD-NUMBERSS PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "CONTRAT :".
           05 WS-APD-NUMBER1 PIC X(8).
           05 FILLER PIC X VALUE "/".
           05 WS-APD-NUMBER2 PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "PRODUIT :".
           05 WS-APD-LIBELLE PIC X(14).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SALAIRE :".
           05 WS-APD-SALARY PIC ZZZ.ZZZ.ZZZ,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "TAUX :".
           05 WS-APD-PCT PIC Z9,9999.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(8) VALUE "PRIME :".
           05 WS-APD-PRIME PIC ZZZ.ZZZ.ZZZ,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-APD-NOTE PIC X(11).
       01  APPEL-PRODUCT-LINE.
           05 FILLER PIC X(16) VALUE "TOTAL PRODUIT :".
           05 WS-APP-LIBELLE PIC X(14).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(5) VALUE "NB :".
           05 WS-APP-NB PIC 9(6).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(8) VALUE "PRIME :".
           05 WS-APP-PRIME PIC ZZZ.ZZZ.ZZZ,99.
       01  APPEL-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "TOTAL DU :".
           05 WS-APT-PRIME PIC ZZZ.ZZZ.ZZZ,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(5) VALUE "NB :".
           05 WS-APT-NB PIC 9(6).

      *    One debit per company on its client account (411 + code),
      *    fixed width for Finance's ledger load like paie.dat is
      *    for payroll.
       01  COMPTA-LINE.
           05 CPT-CODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 CPT-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CPT-PIECE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 CPT-COMPTE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CPT-SENS PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CPT-MONTANT PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 CPT-LIBELLE PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE = 0
              SORT SORT-FILE
                 ON ASCENDING KEY SRT-CODE SRT-LIBELLE SRT-NUMBERSS
                 INPUT PROCEDURE 2000-SELECT-CONTRACTS
                 OUTPUT PROCEDURE 3000-WRITE-APPELS
              CLOSE COMPTA-FILE
              IF RETURN-CODE = 0
                 IF WS-NORATE-CNT > 0 OR WS-NOCODE-CNT > 0
                    OR WS-TPR-BAD-CNT > 0
                    MOVE 2 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.



       1000-INITIALIZE.

           ACCEPT WS-PRIME-DATE FROM ENVIRONMENT "PRIME_DATE".
           PERFORM 1100-LOAD-TAUX-PRIMES.
           PERFORM 1200-LOAD-SOCIETE.
           IF RETURN-CODE = 0
              OPEN INPUT MASTER-FILE
              IF NOT master-ok
                 DISPLAY "PGPRIME : histo_contrats.dat introuvable"
                 MOVE 1 TO RETURN-CODE
              ELSE
                 IF WS-PRIME-DATE = SPACES
                    PERFORM 1300-FIND-LAST-RUN-DATE
                 END-IF
                 CLOSE MASTER-FILE
              END-IF
           END-IF.
           IF RETURN-CODE = 0
              IF WS-PRIME-DATE NOT NUMERIC
                 DISPLAY "PGPRIME : PRIME_DATE invalide : "
                    WS-PRIME-DATE
                 MOVE 1 TO RETURN-CODE
              ELSE
                 STRING WS-PRIME-DATE (1:4) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-PRIME-DATE (5:2) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-PRIME-DATE (7:2) DELIMITED BY SIZE
                        INTO WS-PRIME-DATE-DISP
                 END-STRING
                 PERFORM 1400-ARCHIVE-APPELS
                 OPEN OUTPUT COMPTA-FILE
                 IF NOT compta-ok
                    DISPLAY "PGPRIME : ouverture impossible : "
                       "compta_primes.dat"
                    MOVE 1 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.



       1100-LOAD-TAUX-PRIMES.

      *    A rate line whose amounts do not parse is left out and
      *    counted : its contracts then price from the product
      *    default or show TAUX ABSENT, and the run ends RC=2.
           OPEN INPUT PRIMTAUX-FILE.
           IF primtaux-ok
              PERFORM UNTIL primtaux-eof
                 MOVE SPACES TO PRIMTAUX-LINE
                 READ PRIMTAUX-FILE INTO PRIMTAUX-LINE
                 IF primtaux-ok AND TPR-LIBELLE NOT = SPACES
                    IF TPR-PCT-INT NUMERIC AND TPR-PCT-DEC NUMERIC
                       AND TPR-MIN-INT NUMERIC AND TPR-MIN-DEC NUMERIC
                       AND TPR-MAX-INT NUMERIC AND TPR-MAX-DEC NUMERIC
                       AND WS-TPR-COUNT < 500
                       ADD 1 TO WS-TPR-COUNT
                       MOVE TPR-LIBELLE TO WS-TPR-LIBELLE (WS-TPR-COUNT)
                       MOVE TPR-CODE TO WS-TPR-CODE (WS-TPR-COUNT)
                       COMPUTE WS-TPR-PCT (WS-TPR-COUNT) =
                          FUNCTION NUMVAL (TPR-PCT-INT)
                          + FUNCTION NUMVAL (TPR-PCT-DEC) / 10000
                       COMPUTE WS-TPR-MIN (WS-TPR-COUNT) =
                          FUNCTION NUMVAL (TPR-MIN-INT)
                          + FUNCTION NUMVAL (TPR-MIN-DEC) / 100
                       COMPUTE WS-TPR-MAX (WS-TPR-COUNT) =
                          FUNCTION NUMVAL (TPR-MAX-INT)
                          + FUNCTION NUMVAL (TPR-MAX-DEC) / 100
                    ELSE
                       ADD 1 TO WS-TPR-BAD-CNT
                       DISPLAY "PGPRIME : ligne de taux ignoree : "
                          TPR-LIBELLE " " TPR-CODE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PRIMTAUX-FILE
           ELSE
              DISPLAY "PGPRIME : taux_primes.dat introuvable"
              MOVE 1 TO RETURN-CODE
           END-IF.



       1200-LOAD-SOCIETE.

      *    societe.dat only supplies the name on the call; a company
      *    missing from it is still billed, under its code alone.
           OPEN INPUT SOCIETE-FILE.
           IF societe-ok
              PERFORM UNTIL societe-eof
                 MOVE SPACES TO SOCIETE-LINE
                 READ SOCIETE-FILE INTO SOCIETE-LINE
                 IF societe-ok AND WS-SOC-COUNT < 500
                    ADD 1 TO WS-SOC-COUNT
                    MOVE SOC-CODE TO WS-SOC-TBL-CODE (WS-SOC-COUNT)
                    MOVE SOC-NAME TO WS-SOC-TBL-NAME (WS-SOC-COUNT)
                 END-IF
              END-PERFORM
              CLOSE SOCIETE-FILE
           END-IF.



       1300-FIND-LAST-RUN-DATE.

           PERFORM UNTIL NOT master-ok
              READ MASTER-FILE NEXT RECORD
              IF master-ok AND MST-RUN-DATE > WS-PRIME-DATE
                 MOVE MST-RUN-DATE TO WS-PRIME-DATE
              END-IF
           END-PERFORM.



       1400-ARCHIVE-APPELS.

      *    The calls carry dynamic names, so OPEN OUTPUT never
      *    truncates the previous run's set : a company with nothing
      *    to bill today would keep a stale call that reads like a
      *    current one. The previous calls and ledger file go to
      *    archives/primes-<horodatage> (pruned with pgtest's
      *    archives) and the calls are removed; today's run rebuilds
      *    only what today's master holds. SYSTEM reports through
      *    RETURN-CODE, which is restored afterwards.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-ARCH-STAMP.
           STRING WS-CURRENT-DATE (1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE (9:6) DELIMITED BY SIZE
                  INTO WS-ARCH-STAMP
           END-STRING.
           MOVE SPACES TO WS-ARCH-CMD.
           STRING "mkdir -p archives/primes-" DELIMITED BY SIZE
                  WS-ARCH-STAMP DELIMITED BY SIZE
                  " && cp -p appel_*.dat compta_primes.dat"
                     DELIMITED BY SIZE
                  " archives/primes-" DELIMITED BY SIZE
                  WS-ARCH-STAMP DELIMITED BY SIZE
                  " 2>/dev/null; rmdir archives/primes-"
                     DELIMITED BY SIZE
                  WS-ARCH-STAMP DELIMITED BY SIZE
                  " 2>/dev/null; rm -f appel_*.dat; true"
                     DELIMITED BY SIZE
                  INTO WS-ARCH-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-ARCH-CMD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.



       2000-SELECT-CONTRACTS.

      *    A retained ACTIF row without a societe code can only come
      *    from a run made without societe.dat : there is no company
      *    to bill it to, so it is counted and left off every call.
           OPEN INPUT MASTER-FILE.
           IF master-ok
              PERFORM UNTIL NOT master-ok
                 READ MASTER-FILE NEXT RECORD
                 IF master-ok AND MST-RUN-DATE = WS-PRIME-DATE
                    AND MST-OUTCOME = "RETENU"
                    AND MST-STATUS = "ACTIF"
                    IF MST-SOCIETY-CODE = SPACES
                       ADD 1 TO WS-NOCODE-CNT
                    ELSE
                       ADD 1 TO WS-SELECTED-CNT
                       MOVE MST-SOCIETY-CODE TO SRT-CODE
                       MOVE MST-LIBELLE TO SRT-LIBELLE
                       MOVE MST-NUMBERSS TO SRT-NUMBERSS
                       MOVE MST-NUMBER1 TO SRT-NUMBER1
                       MOVE MST-NUMBER2 TO SRT-NUMBER2
                       MOVE MST-SALARY TO SRT-SALARY
                       RELEASE SORT-REC
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.
           IF WS-NOCODE-CNT > 0
              DISPLAY "PGPRIME : contrats sans code societe : "
                 WS-NOCODE-CNT
           END-IF.



       3000-WRITE-APPELS.

           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF-FLAG
                 NOT AT END PERFORM 3100-PRICE-CONTRACT
              END-RETURN
           END-PERFORM.
           PERFORM 3500-CLOSE-PRODUCT.
           PERFORM 3700-CLOSE-APPEL.
           IF WS-NORATE-CNT > 0
              DISPLAY "PGPRIME : contrats sans taux : " WS-NORATE-CNT
           END-IF.



       3100-PRICE-CONTRACT.

           IF SRT-CODE NOT = WS-PREV-CODE
              PERFORM 3500-CLOSE-PRODUCT
              PERFORM 3700-CLOSE-APPEL
              MOVE SRT-CODE TO WS-PREV-CODE
              MOVE SRT-LIBELLE TO WS-PREV-LIBELLE
              PERFORM 3600-OPEN-APPEL
           ELSE
              IF SRT-LIBELLE NOT = WS-PREV-LIBELLE
                 PERFORM 3500-CLOSE-PRODUCT
                 MOVE SRT-LIBELLE TO WS-PREV-LIBELLE
              END-IF
           END-IF.
           PERFORM 3200-FIND-RATE.
           MOVE SPACES TO WS-APD-NOTE.
           MOVE ZERO TO WS-PRIME.
           IF WS-TPR-HIT = 0
              ADD 1 TO WS-NORATE-CNT
              MOVE ZERO TO WS-APD-PCT
              MOVE "TAUX ABSENT" TO WS-APD-NOTE
           ELSE
              MOVE WS-TPR-PCT (WS-TPR-HIT) TO WS-APD-PCT
              COMPUTE WS-PRIME ROUNDED =
                 SRT-SALARY * WS-TPR-PCT (WS-TPR-HIT) / 100
              IF WS-PRIME < WS-TPR-MIN (WS-TPR-HIT)
                 MOVE WS-TPR-MIN (WS-TPR-HIT) TO WS-PRIME
                 MOVE "PLANCHER" TO WS-APD-NOTE
              ELSE
                 IF WS-TPR-MAX (WS-TPR-HIT) > 0
                    AND WS-PRIME > WS-TPR-MAX (WS-TPR-HIT)
                    MOVE WS-TPR-MAX (WS-TPR-HIT) TO WS-PRIME
                    MOVE "PLAFOND" TO WS-APD-NOTE
                 END-IF
              END-IF
           END-IF.
           MOVE SRT-NUMBERSS TO WS-APD-NUMBERSS.
           MOVE SRT-NUMBER1 TO WS-APD-NUMBER1.
           MOVE SRT-NUMBER2 TO WS-APD-NUMBER2.
           MOVE SRT-LIBELLE TO WS-APD-LIBELLE.
           MOVE SRT-SALARY TO WS-APD-SALARY.
           MOVE WS-PRIME TO WS-APD-PRIME.
           IF WS-APPEL-OPEN
              WRITE APPEL-OUT-DATA FROM APPEL-DETAIL-LINE
           END-IF.
           ADD 1 TO WS-PRD-CNT.
           ADD WS-PRIME TO WS-PRD-TOTAL.
           ADD 1 TO WS-SOC-CNT.
           ADD WS-PRIME TO WS-SOC-TOTAL.



       3200-FIND-RATE.

      *    The company's own line for the product wins over the
      *    product default, wherever either sits in the table.
           MOVE 0 TO WS-TPR-HIT.
           PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                   UNTIL WS-TPR-IDX > WS-TPR-COUNT
              IF WS-TPR-LIBELLE (WS-TPR-IDX) = SRT-LIBELLE
                 IF WS-TPR-CODE (WS-TPR-IDX) = SRT-CODE
                    MOVE WS-TPR-IDX TO WS-TPR-HIT
                 ELSE
                    IF WS-TPR-CODE (WS-TPR-IDX) = SPACES
                       AND WS-TPR-HIT = 0
                       MOVE WS-TPR-IDX TO WS-TPR-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.



       3500-CLOSE-PRODUCT.

           IF WS-PRD-CNT > 0
              MOVE WS-PREV-LIBELLE TO WS-APP-LIBELLE
              MOVE WS-PRD-CNT TO WS-APP-NB
              MOVE WS-PRD-TOTAL TO WS-APP-PRIME
              IF WS-APPEL-OPEN
                 WRITE APPEL-OUT-DATA FROM APPEL-PRODUCT-LINE
                 WRITE APPEL-OUT-DATA FROM SPACES
              END-IF
           END-IF.
           MOVE ZERO TO WS-PRD-CNT.
           MOVE ZERO TO WS-PRD-TOTAL.



       3600-OPEN-APPEL.

           MOVE SPACES TO WS-APPEL-FILENAME.
           STRING "appel_" DELIMITED BY SIZE
                  FUNCTION TRIM (SRT-CODE) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-APPEL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-PIECE.
           STRING "AP" DELIMITED BY SIZE
                  WS-PRIME-DATE DELIMITED BY SIZE
                  SRT-CODE DELIMITED BY SIZE
                  INTO WS-PIECE
           END-STRING.
           MOVE SPACES TO WS-APH-NAME.
           PERFORM VARYING WS-SOC-IDX FROM 1 BY 1
                   UNTIL WS-SOC-IDX > WS-SOC-COUNT
              IF WS-SOC-TBL-CODE (WS-SOC-IDX) = SRT-CODE
                 MOVE WS-SOC-TBL-NAME (WS-SOC-IDX) TO WS-APH-NAME
              END-IF
           END-PERFORM.
           OPEN OUTPUT APPEL-FILE.
           IF appel-ok
              MOVE "Y" TO WS-APPEL-OPEN-FLAG
              MOVE SRT-CODE TO WS-APH-CODE
              MOVE WS-PRIME-DATE-DISP TO WS-APR-DATE
              MOVE WS-PIECE TO WS-APR-PIECE
              WRITE APPEL-OUT-DATA FROM APPEL-HEADER-LINE
              WRITE APPEL-OUT-DATA FROM APPEL-REF-LINE
              WRITE APPEL-OUT-DATA FROM SPACES
           ELSE
              DISPLAY "PGPRIME : ouverture impossible : "
                 FUNCTION TRIM (WS-APPEL-FILENAME)
              MOVE 1 TO RETURN-CODE
           END-IF.



       3700-CLOSE-APPEL.

      *    The posting is written with the call it matches, so the
      *    ledger and the calls sent out always carry the same
      *    companies and amounts.
           IF WS-PREV-CODE NOT = SPACES
              IF WS-APPEL-OPEN
                 MOVE WS-SOC-TOTAL TO WS-APT-PRIME
                 MOVE WS-SOC-CNT TO WS-APT-NB
                 WRITE APPEL-OUT-DATA FROM APPEL-TOTAL-LINE
                 CLOSE APPEL-FILE
                 MOVE "N" TO WS-APPEL-OPEN-FLAG
                 MOVE WS-PREV-CODE TO CPT-CODE
                 MOVE WS-PRIME-DATE TO CPT-DATE
                 MOVE WS-PIECE TO CPT-PIECE
                 MOVE SPACES TO CPT-COMPTE
                 STRING "411" DELIMITED BY SIZE
                        WS-PREV-CODE DELIMITED BY SIZE
                        INTO CPT-COMPTE
                 END-STRING
                 MOVE "D" TO CPT-SENS
                 MOVE WS-SOC-TOTAL TO CPT-MONTANT
                 MOVE "APPEL DE COTISATIONS" TO CPT-LIBELLE
                 WRITE COMPTA-OUT-DATA FROM COMPTA-LINE
              END-IF
           END-IF.
           MOVE ZERO TO WS-SOC-CNT.
           MOVE ZERO TO WS-SOC-TOTAL.
