      *    pgcloture closes one month of histo_contrats.dat for
      *    management : per societe code, the ACTIF headcount at the
      *    opening and at the close of the month, the entries and
      *    exits in between, the turnover rate, the salary mass and
      *    average salary of the closing headcount, and the month's
      *    rejects and duplicates. CLOTURE_MOIS names the month
      *    (AAAAMM - the previous month when unset).
      *    A contract's state (NUMBERSS and NUMBER1) at a given date
      *    is its latest row of the master up to that date that the
      *    run did not reject : ACTIF under its societe code, or out.
      *    A person holding two contracts counts once under each.
      *    Every change of that state within the month counts - a
      *    move from one code to another is an exit from the first
      *    and an entry into the second.
      *    The turnover is (entries + exits) over (opening + closing
      *    headcount), in percent.
      *    cloture_AAAAMM.dat has one block per code and a summary
      *    page for the whole group with the headcount balance;
      *    cloture_AAAAMM.csv carries the same figures for the
      *    controllers (CSV_DELIMITER, ";" by default). The figures
      *    are then frozen in stats_historique.dat, one row per code
      *    and a "*****" row for the whole group. The "*****" row is
      *    written last and is what marks the month closed : pgtest
      *    checks it, and a closed month cannot be closed again.
      *    RC=2 when the month was already closed (nothing written),
      *    RC=3 when a headcount does not balance (the month is not
      *    frozen), RC=1 when the month is invalid or a file would
      *    not open.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgcloture.
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
           SELECT SOCIETE-FILE ASSIGN TO 'societe.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SOCIETE-STATUS.
           SELECT SORT-FILE ASSIGN TO 'tri_cloture.tmp'.
           SELECT CLOTURE-FILE ASSIGN TO DYNAMIC WS-CLOTURE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLOTURE-STATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CSV-STATUS.
           SELECT STATHIST-FILE ASSIGN TO 'stats_historique.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STH-KEY
                  FILE STATUS IS STATHIST-STATUS.
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

       FD  SOCIETE-FILE.
       01  SOCIETE-IN-DATA PIC X(80).

      *    One event per contract and code : O opening headcount,
      *    C closing headcount (with the salary), E entry, S exit,
      *    R reject, D duplicate.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SRT-CODE PIC X(5).
           05 SRT-EVENT PIC X.
           05 SRT-SALARY PIC 9(9)V99.

       FD  CLOTURE-FILE.
       01  CLOTURE-OUT-DATA PIC X(200).

       FD  CSV-FILE.
       01  CSV-OUT-DATA PIC X(200).

      *    One row per closed month and code; code "*****" holds the
      *    whole group and seals the month.
       FD  STATHIST-FILE.
       01  STATHIST-REC.
           05 STH-KEY.
              10 STH-MOIS PIC X(6).
              10 STH-CODE PIC X(5).
           05 STH-CLOTURE-DATE PIC X(8).
           05 STH-DEBUT PIC 9(6).
           05 STH-ENTREES PIC 9(6).
           05 STH-SORTIES PIC 9(6).
           05 STH-FIN PIC 9(6).
           05 STH-ROTATION PIC 9(4)V9.
           05 STH-MASSE PIC 9(11)V99.
           05 STH-MOYEN PIC 9(9)V99.
           05 STH-REJETS PIC 9(6).
           05 STH-DOUBLONS PIC 9(6).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS PIC X(2).
           88 master-ok VALUE "00".
           88 master-eof VALUE "10".
       01  SOCIETE-STATUS PIC X(2).
           88 societe-ok VALUE "00".
           88 societe-eof VALUE "10".
       01  CLOTURE-STATUS PIC X(2).
           88 cloture-ok VALUE "00".
       01  CSV-STATUS PIC X(2).
           88 csv-ok VALUE "00".
       01  STATHIST-STATUS PIC X(2).
           88 stathist-ok VALUE "00".
       01  WS-SORT-EOF-FLAG PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  ALL-STARS PIC X(120) VALUE ALL "*".

       01  WS-CLOTURE-MOIS PIC X(6) VALUE SPACES.
       01  WS-MOIS-NUM.
           05 WS-MOIS-AAAA PIC 9(4).
           05 WS-MOIS-MM PIC 99.
       01  WS-MOIS-DEBUT PIC X(8) VALUE SPACES.
       01  WS-MOIS-DISP PIC X(7) VALUE SPACES.
       01  WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01  WS-TODAY PIC X(8) VALUE SPACES.
       01  WS-TODAY-DISP PIC X(10) VALUE SPACES.
       01  WS-CLOTURE-FILENAME PIC X(100) VALUE SPACES.
       01  WS-CSV-FILENAME PIC X(100) VALUE SPACES.
       01  WS-CSV-DELIM PIC X VALUE ";".
       01  WS-CSV-DELIM-PARM PIC X.
       01  WS-MONTH-ROW-CNT PIC 9(6) VALUE ZERO.
       01  WS-BALANCE-BAD-FLAG PIC X VALUE "N".
           88 WS-BALANCE-BAD VALUE "Y".
       01  WS-ALL-CODE PIC X(5) VALUE "*****".

      *    The person being read and, for each of the person's
      *    contracts, the state the master gives so far; a contract's
      *    opening state is taken at its first row of the month (or
      *    at the end, when the month has none). A person's rows come
      *    in run date order with the contracts side by side, so all
      *    of them are followed at once.
       01  WS-PRS-NUMBERSS PIC X(8) VALUE SPACES.
       01  WS-PRS-STARTED-FLAG PIC X VALUE "N".
           88 WS-PRS-STARTED VALUE "Y".
       01  WS-CTR-TABLE.
           05 WS-CTR-ENTRY OCCURS 20 TIMES.
               10 WS-CTR-NUMBER1 PIC X(8).
               10 WS-CTR-ACTIF-FLAG PIC X.
                   88 WS-CTR-ACTIF VALUE "Y".
               10 WS-CTR-CODE PIC X(5).
               10 WS-CTR-SALARY PIC 9(9)V99.
               10 WS-CTR-OPN-TAKEN-FLAG PIC X.
                   88 WS-CTR-OPN-TAKEN VALUE "Y".
               10 WS-CTR-OPN-ACTIF-FLAG PIC X.
                   88 WS-CTR-OPN-ACTIF VALUE "Y".
               10 WS-CTR-OPN-CODE PIC X(5).
       01  WS-CTR-COUNT PIC 99 VALUE 0.
       01  WS-CTR-IDX PIC 99 VALUE 0.
       01  WS-CTR-HIT PIC 99 VALUE 0.
       01  WS-CTR-OVER-CNT PIC 9(6) VALUE ZERO.
       01  WS-NEW-ACTIF-FLAG PIC X VALUE "N".
           88 WS-NEW-ACTIF VALUE "Y".

      *    Figures of the code being closed; WS-TOT has the same
      *    layout so the summary goes through the same editing.
       01  WS-PREV-CODE PIC X(5) VALUE SPACES.
       01  WS-CODE-OPEN-FLAG PIC X VALUE "N".
           88 WS-CODE-OPEN VALUE "Y".
       01  WS-COD.
           05 WS-COD-DEBUT PIC 9(6).
           05 WS-COD-ENTREES PIC 9(6).
           05 WS-COD-SORTIES PIC 9(6).
           05 WS-COD-FIN PIC 9(6).
           05 WS-COD-MASSE PIC 9(11)V99.
           05 WS-COD-REJETS PIC 9(6).
           05 WS-COD-DOUBLONS PIC 9(6).
       01  WS-TOT.
           05 WS-TOT-DEBUT PIC 9(6).
           05 WS-TOT-ENTREES PIC 9(6).
           05 WS-TOT-SORTIES PIC 9(6).
           05 WS-TOT-FIN PIC 9(6).
           05 WS-TOT-MASSE PIC 9(11)V99.
           05 WS-TOT-REJETS PIC 9(6).
           05 WS-TOT-DOUBLONS PIC 9(6).
       01  WS-TOT-SOC-CNT PIC 9(6) VALUE ZERO.
       01  WS-ROTATION PIC 9(4)V9 VALUE ZERO.
       01  WS-MOYEN PIC 9(9)V99 VALUE ZERO.
       01  WS-COD-BAD-FLAG PIC X VALUE "N".
           88 WS-COD-BAD VALUE "Y".
       01  WS-BAL-COMPUTED PIC S9(7) VALUE ZERO.

      *    Mirror of pgvalid's SOCIETE-LINE, for the name each
      *    block is headed with.
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
       01  WS-SOC-NAME PIC X(41) VALUE SPACES.

       01  CLOTURE-TITLE-LINE.
           05 FILLER PIC X(27) VALUE "CLOTURE MENSUELLE - MOIS :".
           05 WS-CLT-MOIS PIC X(7).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(13) VALUE "CLOTURE LE :".
           05 WS-CLT-DATE PIC X(10).
       01  CLOTURE-SOC-LINE.
           05 FILLER PIC X(10) VALUE "SOCIETE :".
           05 WS-CLS-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-CLS-NAME PIC X(41).
       01  CLOTURE-EFF-LINE.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(17) VALUE "EFFECTIF DEBUT :".
           05 WS-CLE-DEBUT PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "ENTREES :".
           05 WS-CLE-ENTREES PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SORTIES :".
           05 WS-CLE-SORTIES PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(15) VALUE "EFFECTIF FIN :".
           05 WS-CLE-FIN PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "ROTATION :".
           05 WS-CLE-ROTATION PIC ZZZ9,9.
           05 FILLER PIC X(2) VALUE " %".
       01  CLOTURE-SAL-LINE.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(18) VALUE "MASSE SALARIALE :".
           05 WS-CLM-MASSE PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(16) VALUE "SALAIRE MOYEN :".
           05 WS-CLM-MOYEN PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(9) VALUE "REJETS :".
           05 WS-CLM-REJETS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "DOUBLONS :".
           05 WS-CLM-DOUBLONS PIC ZZZZZ9.
       01  CLOTURE-SYN-TITLE-LINE.
           05 FILLER PIC X(34)
              VALUE "SYNTHESE TOUTES SOCIETES - MOIS :".
           05 WS-CSY-MOIS PIC X(7).
       01  CLOTURE-SYN-COUNT-LINE.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "SOCIETES :".
           05 WS-CSY-SOCIETES PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(17) VALUE "LIGNES DU MOIS :".
           05 WS-CSY-LIGNES PIC ZZZZZ9.
       01  CLOTURE-BAL-LINE.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(39)
              VALUE "CONTROLE : DEBUT + ENTREES - SORTIES :".
           05 WS-CLB-COMPUTED PIC -ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(6) VALUE "FIN :".
           05 WS-CLB-FIN PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-CLB-RESULT PIC X(12).

      *    CSV amounts keep the point, as in pgtest's rapport.csv.
       01  WS-CSV-LINE PIC X(200).
       01  WS-CSV-CODE PIC X(5).
       01  WS-CSV-NAME PIC X(41).
       01  WS-CSV-ROTATION.
           05 WS-CSV-ROT-INT PIC 9(4).
           05 FILLER PIC X VALUE ".".
           05 WS-CSV-ROT-DEC PIC 9.
       01  WS-CSV-MASSE.
           05 WS-CSV-MAS-INT PIC 9(11).
           05 FILLER PIC X VALUE ".".
           05 WS-CSV-MAS-DEC PIC 99.
       01  WS-CSV-MOYEN.
           05 WS-CSV-MOY-INT PIC 9(9).
           05 FILLER PIC X VALUE ".".
           05 WS-CSV-MOY-DEC PIC 99.
       01  WS-CSV-HEADER PIC X(80) VALUE
           "MOIS;CODE;SOCIETE;DEBUT;ENTREES;SORTIES;FIN;ROTATION;MASSE".
       01  WS-CSV-HEADER-END PIC X(30) VALUE ";MOYEN;REJETS;DOUBLONS".

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE = 0
              SORT SORT-FILE
                 ON ASCENDING KEY SRT-CODE SRT-EVENT
                 INPUT PROCEDURE 2000-COLLECT-EVENTS
                 OUTPUT PROCEDURE 3000-WRITE-STATISTICS
              CLOSE CLOTURE-FILE
              CLOSE CSV-FILE
              CLOSE STATHIST-FILE
              IF WS-BALANCE-BAD
                 MOVE 3 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.



       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY.
           STRING WS-TODAY (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY (7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DISP
           END-STRING.
           ACCEPT WS-CSV-DELIM-PARM FROM ENVIRONMENT "CSV_DELIMITER".
           IF WS-CSV-DELIM-PARM = "," OR WS-CSV-DELIM-PARM = ";"
              MOVE WS-CSV-DELIM-PARM TO WS-CSV-DELIM
           END-IF.
           ACCEPT WS-CLOTURE-MOIS FROM ENVIRONMENT "CLOTURE_MOIS".
           PERFORM 1100-CHECK-MOIS.
           IF RETURN-CODE = 0
              PERFORM 1200-LOAD-SOCIETE
              PERFORM 1300-OPEN-STATHIST
           END-IF.
           IF RETURN-CODE = 0
              OPEN INPUT MASTER-FILE
              IF NOT master-ok
                 DISPLAY "PGCLOTURE : histo_contrats.dat introuvable"
                 CLOSE STATHIST-FILE
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.
           IF RETURN-CODE = 0
              PERFORM 1400-OPEN-OUTPUTS
           END-IF.



       1100-CHECK-MOIS.

      *    The current month may be closed (a close run on its last
      *    day); a month still to come may not.
           IF WS-CLOTURE-MOIS = SPACES
              MOVE WS-TODAY (1:6) TO WS-MOIS-NUM
              IF WS-MOIS-MM = 1
                 MOVE 12 TO WS-MOIS-MM
                 SUBTRACT 1 FROM WS-MOIS-AAAA
              ELSE
                 SUBTRACT 1 FROM WS-MOIS-MM
              END-IF
              MOVE WS-MOIS-NUM TO WS-CLOTURE-MOIS
           END-IF.
           IF WS-CLOTURE-MOIS NOT NUMERIC
              DISPLAY "PGCLOTURE : CLOTURE_MOIS invalide : "
                 WS-CLOTURE-MOIS
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE WS-CLOTURE-MOIS TO WS-MOIS-NUM
              IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
                 DISPLAY "PGCLOTURE : CLOTURE_MOIS invalide : "
                    WS-CLOTURE-MOIS
                 MOVE 1 TO RETURN-CODE
              ELSE
                 IF WS-CLOTURE-MOIS > WS-TODAY (1:6)
                    DISPLAY "PGCLOTURE : mois futur refuse : "
                       WS-CLOTURE-MOIS
                    MOVE 1 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           IF RETURN-CODE = 0
              MOVE SPACES TO WS-MOIS-DEBUT
              STRING WS-CLOTURE-MOIS DELIMITED BY SIZE
                     "01" DELIMITED BY SIZE
                     INTO WS-MOIS-DEBUT
              END-STRING
              STRING WS-CLOTURE-MOIS (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-CLOTURE-MOIS (5:2) DELIMITED BY SIZE
                     INTO WS-MOIS-DISP
              END-STRING
           END-IF.



       1200-LOAD-SOCIETE.

      *    societe.dat only supplies the names; a code missing from
      *    it is still reported, under its code alone.
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



       1300-OPEN-STATHIST.

      *    First close ever : the history does not exist yet, so it
      *    is created empty and reopened for update.
           OPEN I-O STATHIST-FILE.
           IF NOT stathist-ok
              OPEN OUTPUT STATHIST-FILE
              IF stathist-ok
                 CLOSE STATHIST-FILE
                 OPEN I-O STATHIST-FILE
              END-IF
           END-IF.
           IF NOT stathist-ok
              DISPLAY "PGCLOTURE : stats_historique.dat inutilisable"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE WS-CLOTURE-MOIS TO STH-MOIS
              MOVE WS-ALL-CODE TO STH-CODE
              READ STATHIST-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "PGCLOTURE : mois " WS-CLOTURE-MOIS
                       " deja cloture le " STH-CLOTURE-DATE
                    CLOSE STATHIST-FILE
                    MOVE 2 TO RETURN-CODE
              END-READ
           END-IF.



       1400-OPEN-OUTPUTS.

           STRING "cloture_" DELIMITED BY SIZE
                  WS-CLOTURE-MOIS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CLOTURE-FILENAME
           END-STRING.
           STRING "cloture_" DELIMITED BY SIZE
                  WS-CLOTURE-MOIS DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-CSV-FILENAME
           END-STRING.
           OPEN OUTPUT CLOTURE-FILE.
           OPEN OUTPUT CSV-FILE.
           IF NOT cloture-ok OR NOT csv-ok
              DISPLAY "PGCLOTURE : ouverture impossible : "
                 FUNCTION TRIM (WS-CLOTURE-FILENAME) " / "
                 FUNCTION TRIM (WS-CSV-FILENAME)
              CLOSE MASTER-FILE
              CLOSE STATHIST-FILE
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE WS-MOIS-DISP TO WS-CLT-MOIS
              MOVE WS-TODAY-DISP TO WS-CLT-DATE
              WRITE CLOTURE-OUT-DATA FROM CLOTURE-TITLE-LINE
              WRITE CLOTURE-OUT-DATA FROM SPACES
              MOVE SPACES TO WS-CSV-LINE
              STRING FUNCTION TRIM (WS-CSV-HEADER) DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CSV-HEADER-END)
                        DELIMITED BY SIZE
                     INTO WS-CSV-LINE
              END-STRING
              INSPECT WS-CSV-LINE REPLACING ALL ";" BY WS-CSV-DELIM
              WRITE CSV-OUT-DATA FROM WS-CSV-LINE
           END-IF.



       2000-COLLECT-EVENTS.

      *    The master comes in NUMBERSS, run date, NUMBER1 order, so
      *    each person's history is read through once, oldest row
      *    first. Rows after the month are left out : they belong to
      *    the next close.
           PERFORM UNTIL NOT master-ok
              READ MASTER-FILE NEXT RECORD
              IF master-ok
                 IF WS-PRS-STARTED
                    AND MST-NUMBERSS NOT = WS-PRS-NUMBERSS
                    PERFORM 2500-CLOSE-PERSON
                 END-IF
                 IF NOT WS-PRS-STARTED
                    PERFORM 2100-START-PERSON
                 END-IF
                 IF MST-RUN-DATE (1:6) NOT > WS-CLOTURE-MOIS
                    PERFORM 2150-FIND-CONTRACT
                    IF WS-CTR-HIT > 0
                       PERFORM 2200-APPLY-ROW
                    ELSE
                       ADD 1 TO WS-CTR-OVER-CNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PRS-STARTED
              PERFORM 2500-CLOSE-PERSON
           END-IF.
           CLOSE MASTER-FILE.
           IF WS-CTR-OVER-CNT > 0
              DISPLAY "PGCLOTURE : lignes ignorees (plus de 20 "
                 "contrats par personne) : " WS-CTR-OVER-CNT
           END-IF.



       2100-START-PERSON.

           MOVE MST-NUMBERSS TO WS-PRS-NUMBERSS.
           MOVE "Y" TO WS-PRS-STARTED-FLAG.
           MOVE ZERO TO WS-CTR-COUNT.



       2150-FIND-CONTRACT.

           MOVE 0 TO WS-CTR-HIT.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
              IF WS-CTR-NUMBER1 (WS-CTR-IDX) = MST-NUMBER1
                 MOVE WS-CTR-IDX TO WS-CTR-HIT
              END-IF
           END-PERFORM.
           IF WS-CTR-HIT = 0 AND WS-CTR-COUNT < 20
              ADD 1 TO WS-CTR-COUNT
              MOVE WS-CTR-COUNT TO WS-CTR-HIT
              MOVE MST-NUMBER1 TO WS-CTR-NUMBER1 (WS-CTR-HIT)
              MOVE "N" TO WS-CTR-ACTIF-FLAG (WS-CTR-HIT)
              MOVE SPACES TO WS-CTR-CODE (WS-CTR-HIT)
              MOVE ZERO TO WS-CTR-SALARY (WS-CTR-HIT)
              MOVE "N" TO WS-CTR-OPN-TAKEN-FLAG (WS-CTR-HIT)
           END-IF.



       2200-APPLY-ROW.

      *    A rejected row says nothing about the contract's state, but
      *    it is counted against the month like a duplicate is.
           IF MST-RUN-DATE NOT < WS-MOIS-DEBUT
              ADD 1 TO WS-MONTH-ROW-CNT
              IF NOT WS-CTR-OPN-TAKEN (WS-CTR-HIT)
                 MOVE WS-CTR-HIT TO WS-CTR-IDX
                 PERFORM 2400-TAKE-OPENING
              END-IF
              EVALUATE MST-OUTCOME
                 WHEN "REJETE"
                    MOVE "R" TO SRT-EVENT
                    PERFORM 2900-RELEASE-ROW-EVENT
                 WHEN "DOUBLON"
                    MOVE "D" TO SRT-EVENT
                    PERFORM 2900-RELEASE-ROW-EVENT
              END-EVALUATE
           END-IF.
           IF MST-OUTCOME NOT = "REJETE"
              IF MST-STATUS = "ACTIF"
                 MOVE "Y" TO WS-NEW-ACTIF-FLAG
              ELSE
                 MOVE "N" TO WS-NEW-ACTIF-FLAG
              END-IF
              IF MST-RUN-DATE NOT < WS-MOIS-DEBUT
                 PERFORM 2300-RELEASE-MOVEMENTS
              END-IF
              MOVE WS-NEW-ACTIF-FLAG TO WS-CTR-ACTIF-FLAG (WS-CTR-HIT)
              MOVE MST-SOCIETY-CODE TO WS-CTR-CODE (WS-CTR-HIT)
              MOVE MST-SALARY TO WS-CTR-SALARY (WS-CTR-HIT)
           END-IF.



       2300-RELEASE-MOVEMENTS.

           IF WS-CTR-ACTIF (WS-CTR-HIT)
              IF NOT WS-NEW-ACTIF
                 OR MST-SOCIETY-CODE NOT = WS-CTR-CODE (WS-CTR-HIT)
                 MOVE WS-CTR-CODE (WS-CTR-HIT) TO SRT-CODE
                 MOVE "S" TO SRT-EVENT
                 MOVE ZERO TO SRT-SALARY
                 RELEASE SORT-REC
              END-IF
           END-IF.
           IF WS-NEW-ACTIF
              IF NOT WS-CTR-ACTIF (WS-CTR-HIT)
                 OR MST-SOCIETY-CODE NOT = WS-CTR-CODE (WS-CTR-HIT)
                 MOVE MST-SOCIETY-CODE TO SRT-CODE
                 MOVE "E" TO SRT-EVENT
                 MOVE ZERO TO SRT-SALARY
                 RELEASE SORT-REC
              END-IF
           END-IF.



       2400-TAKE-OPENING.

           MOVE WS-CTR-ACTIF-FLAG (WS-CTR-IDX)
              TO WS-CTR-OPN-ACTIF-FLAG (WS-CTR-IDX).
           MOVE WS-CTR-CODE (WS-CTR-IDX)
              TO WS-CTR-OPN-CODE (WS-CTR-IDX).
           MOVE "Y" TO WS-CTR-OPN-TAKEN-FLAG (WS-CTR-IDX).



       2500-CLOSE-PERSON.

           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
              PERFORM 2550-CLOSE-CONTRACT
           END-PERFORM.
           MOVE "N" TO WS-PRS-STARTED-FLAG.



       2550-CLOSE-CONTRACT.

           IF NOT WS-CTR-OPN-TAKEN (WS-CTR-IDX)
              PERFORM 2400-TAKE-OPENING
           END-IF.
           IF WS-CTR-OPN-ACTIF (WS-CTR-IDX)
              MOVE WS-CTR-OPN-CODE (WS-CTR-IDX) TO SRT-CODE
              MOVE "O" TO SRT-EVENT
              MOVE ZERO TO SRT-SALARY
              RELEASE SORT-REC
           END-IF.
           IF WS-CTR-ACTIF (WS-CTR-IDX)
              MOVE WS-CTR-CODE (WS-CTR-IDX) TO SRT-CODE
              MOVE "C" TO SRT-EVENT
              MOVE WS-CTR-SALARY (WS-CTR-IDX) TO SRT-SALARY
              RELEASE SORT-REC
           END-IF.



       2900-RELEASE-ROW-EVENT.

           MOVE MST-SOCIETY-CODE TO SRT-CODE.
           MOVE ZERO TO SRT-SALARY.
           RELEASE SORT-REC.



       3000-WRITE-STATISTICS.

           MOVE ZERO TO WS-TOT.
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF-FLAG
                 NOT AT END PERFORM 3100-ADD-EVENT
              END-RETURN
           END-PERFORM.
           IF WS-CODE-OPEN
              PERFORM 3500-CLOSE-CODE
           END-IF.
           PERFORM 3800-WRITE-SUMMARY.



       3100-ADD-EVENT.

           IF NOT WS-CODE-OPEN OR SRT-CODE NOT = WS-PREV-CODE
              IF WS-CODE-OPEN
                 PERFORM 3500-CLOSE-CODE
              END-IF
              MOVE SRT-CODE TO WS-PREV-CODE
              MOVE ZERO TO WS-COD
              MOVE "Y" TO WS-CODE-OPEN-FLAG
           END-IF.
           EVALUATE SRT-EVENT
              WHEN "O"
                 ADD 1 TO WS-COD-DEBUT
              WHEN "C"
                 ADD 1 TO WS-COD-FIN
                 ADD SRT-SALARY TO WS-COD-MASSE
              WHEN "E"
                 ADD 1 TO WS-COD-ENTREES
              WHEN "S"
                 ADD 1 TO WS-COD-SORTIES
              WHEN "R"
                 ADD 1 TO WS-COD-REJETS
              WHEN "D"
                 ADD 1 TO WS-COD-DOUBLONS
           END-EVALUATE.



       3500-CLOSE-CODE.

      *    A code whose headcounts do not balance is reported but
      *    not frozen, and keeps the whole month from being sealed.
           MOVE "N" TO WS-COD-BAD-FLAG.
           IF WS-COD-DEBUT + WS-COD-ENTREES
              NOT = WS-COD-FIN + WS-COD-SORTIES
              MOVE "Y" TO WS-COD-BAD-FLAG
              MOVE "Y" TO WS-BALANCE-BAD-FLAG
              DISPLAY "PGCLOTURE : effectifs desequilibres pour "
                 WS-PREV-CODE
           END-IF.
           PERFORM 3600-COMPUTE-RATIOS.
           MOVE SPACES TO WS-SOC-NAME.
           IF WS-PREV-CODE = SPACES
              MOVE "SANS CODE SOCIETE" TO WS-SOC-NAME
           ELSE
              PERFORM VARYING WS-SOC-IDX FROM 1 BY 1
                      UNTIL WS-SOC-IDX > WS-SOC-COUNT
                 IF WS-SOC-TBL-CODE (WS-SOC-IDX) = WS-PREV-CODE
                    MOVE WS-SOC-TBL-NAME (WS-SOC-IDX) TO WS-SOC-NAME
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-PREV-CODE TO WS-CLS-CODE.
           MOVE WS-SOC-NAME TO WS-CLS-NAME.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-SOC-LINE.
           PERFORM 3650-WRITE-FIGURES.
           WRITE CLOTURE-OUT-DATA FROM SPACES.
           MOVE WS-PREV-CODE TO WS-CSV-CODE.
           MOVE WS-SOC-NAME TO WS-CSV-NAME.
           PERFORM 3700-WRITE-CSV.
           IF NOT WS-COD-BAD
              MOVE WS-PREV-CODE TO STH-CODE
              PERFORM 3750-WRITE-STATHIST
           END-IF.
           ADD 1 TO WS-TOT-SOC-CNT.
           ADD WS-COD-DEBUT TO WS-TOT-DEBUT.
           ADD WS-COD-ENTREES TO WS-TOT-ENTREES.
           ADD WS-COD-SORTIES TO WS-TOT-SORTIES.
           ADD WS-COD-FIN TO WS-TOT-FIN.
           ADD WS-COD-MASSE TO WS-TOT-MASSE.
           ADD WS-COD-REJETS TO WS-TOT-REJETS.
           ADD WS-COD-DOUBLONS TO WS-TOT-DOUBLONS.



       3600-COMPUTE-RATIOS.

      *    9999,9 is the clamp convention for a rate past the edit.
           IF WS-COD-DEBUT + WS-COD-FIN = 0
              MOVE ZERO TO WS-ROTATION
           ELSE
              COMPUTE WS-ROTATION ROUNDED =
                 (WS-COD-ENTREES + WS-COD-SORTIES) * 100
                 / (WS-COD-DEBUT + WS-COD-FIN)
                 ON SIZE ERROR MOVE 9999,9 TO WS-ROTATION
              END-COMPUTE
           END-IF.
           IF WS-COD-FIN = 0
              MOVE ZERO TO WS-MOYEN
           ELSE
              COMPUTE WS-MOYEN ROUNDED = WS-COD-MASSE / WS-COD-FIN
           END-IF.



       3650-WRITE-FIGURES.

           MOVE WS-COD-DEBUT TO WS-CLE-DEBUT.
           MOVE WS-COD-ENTREES TO WS-CLE-ENTREES.
           MOVE WS-COD-SORTIES TO WS-CLE-SORTIES.
           MOVE WS-COD-FIN TO WS-CLE-FIN.
           MOVE WS-ROTATION TO WS-CLE-ROTATION.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-EFF-LINE.
           MOVE WS-COD-MASSE TO WS-CLM-MASSE.
           MOVE WS-MOYEN TO WS-CLM-MOYEN.
           MOVE WS-COD-REJETS TO WS-CLM-REJETS.
           MOVE WS-COD-DOUBLONS TO WS-CLM-DOUBLONS.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-SAL-LINE.



       3700-WRITE-CSV.

           MOVE SPACES TO WS-CSV-LINE.
           MOVE WS-ROTATION TO WS-CSV-ROT-INT.
           COMPUTE WS-CSV-ROT-DEC = (WS-ROTATION - WS-CSV-ROT-INT) * 10.
           MOVE WS-COD-MASSE TO WS-CSV-MAS-INT.
           COMPUTE WS-CSV-MAS-DEC =
              (WS-COD-MASSE - WS-CSV-MAS-INT) * 100.
           MOVE WS-MOYEN TO WS-CSV-MOY-INT.
           COMPUTE WS-CSV-MOY-DEC = (WS-MOYEN - WS-CSV-MOY-INT) * 100.
           STRING WS-CLOTURE-MOIS DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-CODE) DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-NAME) DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-DEBUT DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-ENTREES DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-SORTIES DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-FIN DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-CSV-ROTATION DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-CSV-MASSE DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-CSV-MOYEN DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-REJETS DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  WS-COD-DOUBLONS DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING.
           WRITE CSV-OUT-DATA FROM WS-CSV-LINE.



       3750-WRITE-STATHIST.

      *    A row already there for the month was left by a close that
      *    stopped before its seal : it is replaced.
           MOVE WS-CLOTURE-MOIS TO STH-MOIS.
           MOVE WS-TODAY TO STH-CLOTURE-DATE.
           MOVE WS-COD-DEBUT TO STH-DEBUT.
           MOVE WS-COD-ENTREES TO STH-ENTREES.
           MOVE WS-COD-SORTIES TO STH-SORTIES.
           MOVE WS-COD-FIN TO STH-FIN.
           MOVE WS-ROTATION TO STH-ROTATION.
           MOVE WS-COD-MASSE TO STH-MASSE.
           MOVE WS-MOYEN TO STH-MOYEN.
           MOVE WS-COD-REJETS TO STH-REJETS.
           MOVE WS-COD-DOUBLONS TO STH-DOUBLONS.
           WRITE STATHIST-REC
              INVALID KEY REWRITE STATHIST-REC
           END-WRITE.



       3800-WRITE-SUMMARY.

           MOVE WS-TOT TO WS-COD.
           PERFORM 3600-COMPUTE-RATIOS.
           WRITE CLOTURE-OUT-DATA FROM ALL-STARS.
           MOVE WS-MOIS-DISP TO WS-CSY-MOIS.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-SYN-TITLE-LINE.
           MOVE WS-TOT-SOC-CNT TO WS-CSY-SOCIETES.
           MOVE WS-MONTH-ROW-CNT TO WS-CSY-LIGNES.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-SYN-COUNT-LINE.
           PERFORM 3650-WRITE-FIGURES.
           COMPUTE WS-BAL-COMPUTED =
              WS-COD-DEBUT + WS-COD-ENTREES - WS-COD-SORTIES.
           MOVE WS-BAL-COMPUTED TO WS-CLB-COMPUTED.
           MOVE WS-COD-FIN TO WS-CLB-FIN.
           IF WS-BAL-COMPUTED NOT = WS-COD-FIN
              MOVE "Y" TO WS-BALANCE-BAD-FLAG
           END-IF.
           IF WS-BALANCE-BAD
              MOVE "DESEQUILIBRE" TO WS-CLB-RESULT
           ELSE
              MOVE "EQUILIBRE" TO WS-CLB-RESULT
           END-IF.
           WRITE CLOTURE-OUT-DATA FROM CLOTURE-BAL-LINE.
           MOVE WS-ALL-CODE TO WS-CSV-CODE.
           MOVE "TOUTES SOCIETES" TO WS-CSV-NAME.
           PERFORM 3700-WRITE-CSV.
           IF WS-BALANCE-BAD
              DISPLAY "PGCLOTURE : mois " WS-CLOTURE-MOIS
                 " non cloture, effectifs desequilibres"
           ELSE
              MOVE WS-ALL-CODE TO STH-CODE
              PERFORM 3750-WRITE-STATHIST
           END-IF.
