      *    pganonym builds the pseudonymised copy of production data the
      *    test environment and the supplier work from : the feed
      *    (DATASSUR_FILE, datassur.dat by default), histo_contrats.dat
      *    and contrats.dat are rewritten into ANONYM_REPERTOIRE, with
      *    societe.dat copied alongside so PGVALID accepts the copy.
      *    NAMES becomes a made-up name. NUMBERSS, NUMBER1 and NUMBER2
      *    go through anonym_correspondance.dat, a keyed table that
      *    hands each real value a substitute once and the same one
      *    forever after, so a person keeps one substitute across the
      *    feed, the master and contrats.dat, from one extract to the
      *    next, and duplicates and transitions reproduce. Salaries
      *    move by up to 5 % either way, by a rate fixed for each
      *    person so an unchanged salary keeps one shifted value, but
      *    never across their societe's plausibility band : a salary
      *    the band accepted stays inside it, an outlier stays an
      *    outlier. SOCIETY, STATUS-W, EURO, statuses and outcomes are
      *    left alone.
      *    The ENTETE is copied as it came; the FIN keeps its count
      *    and has its salary total moved by exactly what the shifts
      *    moved, so a feed pgtest refused still refuses the same way.
      *    The correspondence table stays here, on the production side
      *    : the copy is refused when ANONYM_REPERTOIRE is blank or the
      *    current directory. anonym_rapport.dat gives the counts.
      *    RC=1 when the copy was refused, the feed or the table
      *    would not open, or a copy could not be created.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pganonym.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN-FILE ASSIGN TO DYNAMIC WS-FEED-IN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FEED-IN-STATUS.
           SELECT FEED-OUT-FILE ASSIGN TO DYNAMIC WS-FEED-OUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FEED-OUT-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'histo_contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-KEY
                  FILE STATUS IS MASTER-STATUS.
           SELECT MASTER-OUT-FILE
                  ASSIGN TO DYNAMIC WS-MASTER-OUT-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSO-KEY
                  FILE STATUS IS MASTER-OUT-STATUS.
           SELECT CONTRAT-FILE ASSIGN TO 'contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTR-KEY
                  FILE STATUS IS CONTRAT-STATUS.
           SELECT CONTRAT-OUT-FILE
                  ASSIGN TO DYNAMIC WS-CONTRAT-OUT-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTO-KEY
                  FILE STATUS IS CONTRAT-OUT-STATUS.
           SELECT SOCIETE-FILE ASSIGN TO 'societe.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SOCIETE-STATUS.
           SELECT MAP-FILE ASSIGN TO 'anonym_correspondance.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAP-KEY
                  FILE STATUS IS MAP-STATUS.
           SELECT ANONYM-FILE ASSIGN TO 'anonym_rapport.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ANONYM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-IN-FILE.
       01  FEED-IN-DATA PIC X(121).

       FD  FEED-OUT-FILE.
       01  FEED-OUT-DATA PIC X(121).

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

       FD  MASTER-OUT-FILE.
       01  MASTER-OUT-REC.
           05 MSO-KEY PIC X(24).
           05 FILLER PIC X(54).

      *    Same record PGVALID reads contracts on.
       FD  CONTRAT-FILE.
       01  CONTRAT-REC.
           05 CTR-KEY.
              10 CTR-NUMBER1 PIC X(8).
              10 CTR-NUMBER2 PIC X(8).

       FD  CONTRAT-OUT-FILE.
       01  CONTRAT-OUT-REC.
           05 CTO-KEY PIC X(16).

       FD  SOCIETE-FILE.
       01  SOCIETE-IN-DATA PIC X(80).

      *    One row per real value : its kind (S for a NUMBERSS, 1 and 2
      *    for the contract pair) and the substitute handed out. The
      *    row under "#" carries the last substitute issued.
       FD  MAP-FILE.
       01  MAP-REC.
           05 MAP-KEY.
              10 MAP-TYPE PIC X.
              10 MAP-ORIGINE PIC X(8).
           05 MAP-SUBST PIC X(8).
           05 MAP-SUBST-NUM REDEFINES MAP-SUBST PIC 9(8).
           05 MAP-DATE PIC X(8).

       FD  ANONYM-FILE.
       01  ANONYM-OUT-DATA PIC X(200).

       WORKING-STORAGE SECTION.
       01  FEED-IN-STATUS PIC X(2).
           88 feed-in-ok VALUE "00".
           88 feed-in-eof VALUE "10".
       01  FEED-OUT-STATUS PIC X(2).
           88 feed-out-ok VALUE "00".
       01  MASTER-STATUS PIC X(2).
           88 master-ok VALUE "00".
           88 master-eof VALUE "10".
       01  MASTER-OUT-STATUS PIC X(2).
           88 master-out-ok VALUE "00".
       01  CONTRAT-STATUS PIC X(2).
           88 contrat-ok VALUE "00".
           88 contrat-eof VALUE "10".
       01  CONTRAT-OUT-STATUS PIC X(2).
           88 contrat-out-ok VALUE "00".
       01  SOCIETE-STATUS PIC X(2).
           88 societe-ok VALUE "00".
           88 societe-eof VALUE "10".
       01  MAP-STATUS PIC X(2).
           88 map-ok VALUE "00".
           88 map-absent VALUE "35".
       01  ANONYM-STATUS PIC X(2).
           88 anonym-ok VALUE "00".

       01  WS-TODAY PIC X(21).
       01  WS-REPERTOIRE PIC X(80) VALUE SPACES.
       01  WS-PWD PIC X(80) VALUE SPACES.
       01  WS-FILENAME-PARM PIC X(100).
       01  WS-FEED-IN-FILENAME PIC X(100) VALUE "datassur.dat".
       01  WS-FEED-BASENAME PIC X(100) VALUE SPACES.
       01  WS-FEED-OUT-FILENAME PIC X(200) VALUE SPACES.
       01  WS-MASTER-OUT-FILENAME PIC X(200) VALUE SPACES.
       01  WS-CONTRAT-OUT-FILENAME PIC X(200) VALUE SPACES.
       01  WS-NAME-IDX PIC 9(3) VALUE 0.
       01  WS-NAME-START PIC 9(3) VALUE 0.
       01  WS-CMD PIC X(300).
       01  WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01  WS-REFUSED-FLAG PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y".

      *    Mirror of pgtest's ALL-DATA.
       01  ALL-DATA.
           05  NUMBERSS PIC X(8).
               88 ENV-ENTETE VALUE "ENTETE".
               88 ENV-FIN VALUE "FIN".
           05  STAR1 PIC X.
           05  NAMES PIC X(14).
           05  STAR2 PIC X.
           05  LIBELLE PIC X(14).
           05  STAR3 PIC X.
           05  SOCIETY PIC X(41).
           05  STAR4 PIC X.
           05  STATUS-W PIC X(8).
           05  STAR5 PIC X.
           05  NUMBER1 PIC X(8).
           05  STAR6 PIC X.
           05  NUMBER2 PIC X(8).
           05  STAR7 PIC X.
           05  SALARY PIC X(9).
           05  SALARY-NUM REDEFINES SALARY PIC 9(9).
           05  STAR8 PIC X.
           05  EURO PIC X(3).

      *    Mirror of pgtest's envelope trailer.
       01  WS-ENV-RECORD PIC X(121).
       01  ENV-TRAILER-LINE REDEFINES WS-ENV-RECORD.
           05 ENV-TRL-TAG PIC X(8).
           05 FILLER PIC X.
           05 ENV-TRL-COUNT PIC X(6).
           05 FILLER PIC X.
           05 ENV-TRL-TOTAL PIC X(11).
           05 ENV-TRL-TOTAL-NUM REDEFINES ENV-TRL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(94).
      *    The control total adds salaries the way pgtest's envelope
      *    check does, through the same picture.
       01  WS-ENV-SALARY PIC 999999V99.
       01  WS-ENV-OLD-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-ENV-NEW-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Mirror of PGVALID's SOCIETE-LINE.
       01  SOCIETE-LINE.
           05 SOC-CODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-NAME PIC X(41).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-MIN-TXT.
              10 SOC-MIN-INT PIC X(6).
              10 SOC-MIN-COMMA PIC X.
              10 SOC-MIN-DEC PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 SOC-MAX-TXT.
              10 SOC-MAX-INT PIC X(6).
              10 SOC-MAX-COMMA PIC X.
              10 SOC-MAX-DEC PIC XX.
       01  SOCIETE-TABLE.
           05 SOCIETE-ENTRY OCCURS 500 TIMES.
               10 SOC-TBL-CODE PIC X(5).
               10 SOC-TBL-NAME PIC X(41).
               10 SOC-TBL-MIN PIC 9(6)V99.
               10 SOC-TBL-MAX PIC 9(6)V99.
               10 SOC-TBL-BAND-FLAG PIC X.
       01  WS-SOC-COUNT PIC 9(4) VALUE 0.
       01  WS-SOC-IDX PIC 9(4) VALUE 0.

      *    Substitute lookup.
       01  WS-MAP-TYPE PIC X.
       01  WS-MAP-ORIGINE PIC X(8).
       01  WS-MAP-SUBST PIC X(8).
       01  WS-MAP-SUBST-NUM REDEFINES WS-MAP-SUBST PIC 9(8).
       01  WS-MAP-LAST PIC 9(8) VALUE 90000000.
       01  WS-MAP-COUNTER-KEY PIC X(9) VALUE "#COMPTEUR".

      *    Made-up names, handed out from the NUMBERSS substitute so a
      *    person keeps one name across the copy.
       01  WS-FAKE-NAME-VALUES.
           05 FILLER PIC X(14) VALUE "ARNAUD".
           05 FILLER PIC X(14) VALUE "BERTIN".
           05 FILLER PIC X(14) VALUE "CARON".
           05 FILLER PIC X(14) VALUE "DELORME".
           05 FILLER PIC X(14) VALUE "ESTEVE".
           05 FILLER PIC X(14) VALUE "FABRE".
           05 FILLER PIC X(14) VALUE "GALLAND".
           05 FILLER PIC X(14) VALUE "HUBERT".
           05 FILLER PIC X(14) VALUE "IMBERT".
           05 FILLER PIC X(14) VALUE "JOUBERT".
           05 FILLER PIC X(14) VALUE "LAMBERT".
           05 FILLER PIC X(14) VALUE "MARCHAND".
           05 FILLER PIC X(14) VALUE "NOEL".
           05 FILLER PIC X(14) VALUE "OLIVIER".
           05 FILLER PIC X(14) VALUE "PERRIN".
           05 FILLER PIC X(14) VALUE "QUENTIN".
           05 FILLER PIC X(14) VALUE "RENAUD".
           05 FILLER PIC X(14) VALUE "SABATIER".
           05 FILLER PIC X(14) VALUE "TESSIER".
           05 FILLER PIC X(14) VALUE "VALETTE".
       01  WS-FAKE-NAME-TABLE REDEFINES WS-FAKE-NAME-VALUES.
           05 WS-FAKE-NAME PIC X(14) OCCURS 20 TIMES.
       01  WS-FAKE-IDX PIC 9(2) VALUE 0.

      *    Salary shift.
       01  WS-SHF-KEY PIC X(8) VALUE SPACES.
       01  WS-SHF-SEED REDEFINES WS-SHF-KEY PIC 9(8).
       01  WS-RANDOM PIC V9(9) VALUE 0.
       01  WS-SHF-PCT PIC S9V9(4) VALUE 0.
       01  WS-SHF-OLD PIC 9(9)V99 VALUE 0.
       01  WS-SHF-NEW PIC 9(9)V99 VALUE 0.
       01  WS-SHF-UNITS PIC 9(9) VALUE 0.
       01  WS-SHF-WHOLE-FLAG PIC X VALUE "N".
           88 WS-SHF-WHOLE VALUE "Y".
       01  WS-BAND-ON-FLAG PIC X VALUE "N".
           88 WS-BAND-ON VALUE "Y".
       01  WS-BAND-MIN PIC 9(6)V99 VALUE 0.
       01  WS-BAND-MAX PIC 9(6)V99 VALUE 0.
       01  WS-BAND-SALARY PIC 999999V99.
       01  WS-BAND-VERDICT PIC X.
       01  WS-BAND-OLD-VERDICT PIC X.
       01  WS-BAND-CODE PIC X(5).
       01  WS-BAND-NAME PIC X(41).

       01  WS-FEED-LUS PIC 9(6) VALUE 0.
       01  WS-FEED-ECRITS PIC 9(6) VALUE 0.
       01  WS-FEED-KEPT PIC 9(6) VALUE 0.
       01  WS-MST-LUS PIC 9(6) VALUE 0.
       01  WS-MST-ECRITS PIC 9(6) VALUE 0.
       01  WS-MST-KEPT PIC 9(6) VALUE 0.
       01  WS-CTR-LUS PIC 9(6) VALUE 0.
       01  WS-CTR-ECRITS PIC 9(6) VALUE 0.
       01  WS-MAP-NEW-CNT PIC 9(6) VALUE 0.
      *    What went wrong with each copy, for the report; blank when
      *    the file was read and written.
       01  WS-FEED-ETAT PIC X(20) VALUE SPACES.
       01  WS-MST-ETAT PIC X(20) VALUE SPACES.
       01  WS-CTR-ETAT PIC X(20) VALUE SPACES.
       01  WS-KEPT-WORK PIC 9(6) VALUE 0.

       01  ANONYM-HEADER-LINE.
           05 FILLER PIC X(25) VALUE "COPIE ANONYMISEE DU".
           05 WS-ANH-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(14) VALUE "REPERTOIRE :".
           05 WS-ANH-REPERTOIRE PIC X(80).
       01  ANONYM-COUNT-LINE.
           05 WS-ANC-FICHIER PIC X(25).
           05 FILLER PIC X(7) VALUE "LUS :".
           05 WS-ANC-LUS PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "ECRITS :".
           05 WS-ANC-ECRITS PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(21) VALUE "SALAIRES INCHANGES :".
           05 WS-ANC-KEPT PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-ANC-STATUT PIC X(20).
       01  ANONYM-MAP-LINE.
           05 FILLER PIC X(25) VALUE "CORRESPONDANCES :".
           05 FILLER PIC X(10) VALUE "CREEES :".
           05 WS-ANM-NEW PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(19) VALUE "DERNIER SUBSTITUT :".
           05 WS-ANM-LAST PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-REFUSED
              PERFORM 2000-COPY-FEED
              PERFORM 3000-COPY-MASTER
              PERFORM 4000-COPY-CONTRATS
              CLOSE MAP-FILE
              PERFORM 5000-WRITE-REPORT
           END-IF.
           STOP RUN.



       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           ACCEPT WS-REPERTOIRE FROM ENVIRONMENT "ANONYM_REPERTOIRE".
           ACCEPT WS-PWD FROM ENVIRONMENT "PWD".
      *    Writing the copy over the production files - or beside the
      *    correspondence table - would defeat the whole exercise.
           IF WS-REPERTOIRE = SPACES OR WS-REPERTOIRE = "."
              OR WS-REPERTOIRE = "./" OR WS-REPERTOIRE = WS-PWD
              DISPLAY "PGANONYM : ANONYM_REPERTOIRE absent ou "
                 "repertoire courant, copie refusee"
              MOVE "Y" TO WS-REFUSED-FLAG
              MOVE 1 TO RETURN-CODE
           ELSE
              ACCEPT WS-FILENAME-PARM FROM ENVIRONMENT "DATASSUR_FILE"
              IF WS-FILENAME-PARM NOT = SPACES
                 MOVE WS-FILENAME-PARM TO WS-FEED-IN-FILENAME
              END-IF
              PERFORM 1100-BUILD-FILENAMES
              PERFORM 1200-LOAD-SOCIETE
              PERFORM 1300-OPEN-MAP
           END-IF.



       1100-BUILD-FILENAMES.

      *    The copy of the feed keeps the feed's own file name.
           MOVE 0 TO WS-NAME-START.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 100
              IF WS-FEED-IN-FILENAME (WS-NAME-IDX:1) = "/"
                 MOVE WS-NAME-IDX TO WS-NAME-START
              END-IF
           END-PERFORM.
           ADD 1 TO WS-NAME-START.
           MOVE WS-FEED-IN-FILENAME (WS-NAME-START:)
              TO WS-FEED-BASENAME.
           STRING FUNCTION TRIM (WS-REPERTOIRE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FEED-BASENAME) DELIMITED BY SIZE
                  INTO WS-FEED-OUT-FILENAME
           END-STRING.
           STRING FUNCTION TRIM (WS-REPERTOIRE) DELIMITED BY SIZE
                  "/histo_contrats.dat" DELIMITED BY SIZE
                  INTO WS-MASTER-OUT-FILENAME
           END-STRING.
           STRING FUNCTION TRIM (WS-REPERTOIRE) DELIMITED BY SIZE
                  "/contrats.dat" DELIMITED BY SIZE
                  INTO WS-CONTRAT-OUT-FILENAME
           END-STRING.
      *    societe.dat holds no personal data and goes across as it
      *    is. SYSTEM reports through RETURN-CODE; it is restored so
      *    the copy cannot colour the job's own exit status.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE SPACES TO WS-CMD.
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPERTOIRE) DELIMITED BY SIZE
                  " && cp -p societe.dat " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPERTOIRE) DELIMITED BY SIZE
                  " 2>/dev/null; true" DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.



       1200-LOAD-SOCIETE.

      *    Same reading as PGVALID : a code without a numeric band has
      *    no band, and its salaries shift freely.
           OPEN INPUT SOCIETE-FILE.
           IF societe-ok
              PERFORM UNTIL societe-eof
                 MOVE SPACES TO SOCIETE-LINE
                 READ SOCIETE-FILE INTO SOCIETE-LINE
                 IF societe-ok AND WS-SOC-COUNT < 500
                    ADD 1 TO WS-SOC-COUNT
                    MOVE SOC-CODE TO SOC-TBL-CODE (WS-SOC-COUNT)
                    MOVE SOC-NAME TO SOC-TBL-NAME (WS-SOC-COUNT)
                    MOVE ZERO TO SOC-TBL-MIN (WS-SOC-COUNT)
                    MOVE ZERO TO SOC-TBL-MAX (WS-SOC-COUNT)
                    MOVE "N" TO SOC-TBL-BAND-FLAG (WS-SOC-COUNT)
                    IF SOC-MIN-INT NUMERIC AND SOC-MIN-DEC NUMERIC
                       AND SOC-MAX-INT NUMERIC AND SOC-MAX-DEC NUMERIC
                       COMPUTE SOC-TBL-MIN (WS-SOC-COUNT) =
                          FUNCTION NUMVAL (SOC-MIN-INT)
                          + FUNCTION NUMVAL (SOC-MIN-DEC) / 100
                       COMPUTE SOC-TBL-MAX (WS-SOC-COUNT) =
                          FUNCTION NUMVAL (SOC-MAX-INT)
                          + FUNCTION NUMVAL (SOC-MAX-DEC) / 100
                       MOVE "Y" TO SOC-TBL-BAND-FLAG (WS-SOC-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SOCIETE-FILE
           END-IF.



       1300-OPEN-MAP.

      *    The first extract creates the table; every later one reuses
      *    and extends it.
           OPEN I-O MAP-FILE.
           IF map-absent
              OPEN OUTPUT MAP-FILE
              CLOSE MAP-FILE
              OPEN I-O MAP-FILE
           END-IF.
           IF NOT map-ok
              DISPLAY "PGANONYM : anonym_correspondance.dat "
                 "inutilisable, copie refusee"
              MOVE "Y" TO WS-REFUSED-FLAG
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE WS-MAP-COUNTER-KEY TO MAP-KEY
              READ MAP-FILE
                 INVALID KEY
                    MOVE WS-MAP-COUNTER-KEY TO MAP-KEY
                    MOVE WS-MAP-LAST TO MAP-SUBST-NUM
                    MOVE WS-TODAY (1:8) TO MAP-DATE
                    WRITE MAP-REC
                    END-WRITE
                 NOT INVALID KEY
                    MOVE MAP-SUBST-NUM TO WS-MAP-LAST
              END-READ
           END-IF.



       2000-COPY-FEED.

           OPEN INPUT FEED-IN-FILE.
           IF NOT feed-in-ok
              DISPLAY "PGANONYM : " FUNCTION TRIM (WS-FEED-IN-FILENAME)
                 " introuvable"
              MOVE "INTROUVABLE" TO WS-FEED-ETAT
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT FEED-OUT-FILE
              IF NOT feed-out-ok
                 DISPLAY "PGANONYM : ouverture impossible : "
                    FUNCTION TRIM (WS-FEED-OUT-FILENAME)
                 MOVE "ECRITURE IMPOSSIBLE" TO WS-FEED-ETAT
                 MOVE 1 TO RETURN-CODE
                 CLOSE FEED-IN-FILE
              END-IF
           END-IF.
           IF feed-in-ok AND feed-out-ok
              PERFORM UNTIL feed-in-eof
                 MOVE SPACES TO ALL-DATA
                 READ FEED-IN-FILE INTO ALL-DATA
                 IF feed-in-ok
                    ADD 1 TO WS-FEED-LUS
                    EVALUATE TRUE
                       WHEN ENV-ENTETE
                          CONTINUE
                       WHEN ENV-FIN
                          PERFORM 2200-ADJUST-TRAILER
                       WHEN OTHER
                          PERFORM 2100-ANONYMISE-DETAIL
                    END-EVALUATE
                    WRITE FEED-OUT-DATA FROM ALL-DATA
                    ADD 1 TO WS-FEED-ECRITS
                 END-IF
              END-PERFORM
              CLOSE FEED-IN-FILE
              CLOSE FEED-OUT-FILE
           END-IF.



       2100-ANONYMISE-DETAIL.

      *    A blank identifier stays blank : the rejects it causes must
      *    reproduce too.
           MOVE NUMBERSS TO WS-SHF-KEY.
           MOVE "S" TO WS-MAP-TYPE.
           MOVE NUMBERSS TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO NUMBERSS.
           MOVE "1" TO WS-MAP-TYPE.
           MOVE NUMBER1 TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO NUMBER1.
           MOVE "2" TO WS-MAP-TYPE.
           MOVE NUMBER2 TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO NUMBER2.
           IF NAMES NOT = SPACES
              IF NUMBERSS NUMERIC
                 MOVE NUMBERSS TO WS-MAP-SUBST
                 COMPUTE WS-FAKE-IDX =
                    FUNCTION MOD (WS-MAP-SUBST-NUM, 20) + 1
              ELSE
                 COMPUTE WS-FAKE-IDX =
                    FUNCTION MOD (WS-FEED-LUS, 20) + 1
              END-IF
              MOVE WS-FAKE-NAME (WS-FAKE-IDX) TO NAMES
           END-IF.
           IF SALARY NUMERIC
              MOVE SALARY TO WS-ENV-SALARY
              ADD WS-ENV-SALARY TO WS-ENV-OLD-TOTAL
              MOVE SOCIETY TO WS-BAND-NAME
              PERFORM 6300-FIND-BAND-BY-NAME
              MOVE SALARY-NUM TO WS-SHF-OLD
              MOVE "Y" TO WS-SHF-WHOLE-FLAG
              MOVE WS-FEED-KEPT TO WS-KEPT-WORK
              PERFORM 6200-SHIFT-SALARY
              MOVE WS-KEPT-WORK TO WS-FEED-KEPT
              MOVE WS-SHF-NEW TO SALARY-NUM
              MOVE SALARY TO WS-ENV-SALARY
              ADD WS-ENV-SALARY TO WS-ENV-NEW-TOTAL
           END-IF.



       2200-ADJUST-TRAILER.

      *    The trailer follows the details it closes. A malformed
      *    trailer goes across as it came.
           MOVE ALL-DATA TO WS-ENV-RECORD.
           IF ENV-TRL-TOTAL NUMERIC
              COMPUTE ENV-TRL-TOTAL-NUM = ENV-TRL-TOTAL-NUM
                 + WS-ENV-NEW-TOTAL - WS-ENV-OLD-TOTAL
              MOVE WS-ENV-RECORD TO ALL-DATA
           END-IF.
           MOVE ZERO TO WS-ENV-OLD-TOTAL.
           MOVE ZERO TO WS-ENV-NEW-TOTAL.



       3000-COPY-MASTER.

      *    Rows keep their run date, status and outcome, so the
      *    transition check and the movement file replay on the copy.
           OPEN INPUT MASTER-FILE.
           IF master-ok
              OPEN OUTPUT MASTER-OUT-FILE
              IF NOT master-out-ok
                 DISPLAY "PGANONYM : ouverture impossible : "
                    FUNCTION TRIM (WS-MASTER-OUT-FILENAME)
                 MOVE "ECRITURE IMPOSSIBLE" TO WS-MST-ETAT
                 MOVE 1 TO RETURN-CODE
                 CLOSE MASTER-FILE
              END-IF
           END-IF.
           IF master-ok AND master-out-ok
              PERFORM UNTIL master-eof
                 READ MASTER-FILE NEXT RECORD
                 IF master-ok
                    ADD 1 TO WS-MST-LUS
                    PERFORM 3100-ANONYMISE-ROW
                    WRITE MASTER-OUT-REC FROM MASTER-REC
                       INVALID KEY
                          DISPLAY "PGANONYM : cle en double "
                             MST-KEY
                       NOT INVALID KEY
                          ADD 1 TO WS-MST-ECRITS
                    END-WRITE
                 END-IF
              END-PERFORM
              CLOSE MASTER-FILE
              CLOSE MASTER-OUT-FILE
           END-IF.



       3100-ANONYMISE-ROW.

           MOVE MST-NUMBERSS TO WS-SHF-KEY.
           MOVE "S" TO WS-MAP-TYPE.
           MOVE MST-NUMBERSS TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO MST-NUMBERSS.
           MOVE "1" TO WS-MAP-TYPE.
           MOVE MST-NUMBER1 TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO MST-NUMBER1.
           MOVE "2" TO WS-MAP-TYPE.
           MOVE MST-NUMBER2 TO WS-MAP-ORIGINE.
           PERFORM 6000-MAP-VALUE.
           MOVE WS-MAP-SUBST TO MST-NUMBER2.
           MOVE MST-SOCIETY-CODE TO WS-BAND-CODE.
           PERFORM 6310-FIND-BAND-BY-CODE.
           MOVE MST-SALARY TO WS-SHF-OLD.
           MOVE "N" TO WS-SHF-WHOLE-FLAG.
           MOVE WS-MST-KEPT TO WS-KEPT-WORK.
           PERFORM 6200-SHIFT-SALARY.
           MOVE WS-KEPT-WORK TO WS-MST-KEPT.
           MOVE WS-SHF-NEW TO MST-SALARY.



       4000-COPY-CONTRATS.

      *    Both halves of each pair go through the same table the feed
      *    used, so the copied feed validates against the copied
      *    contract master. The substitutes do not sort like the
      *    originals, so the copy is written on its key, not in
      *    sequence.
           OPEN INPUT CONTRAT-FILE.
           IF contrat-ok
              OPEN OUTPUT CONTRAT-OUT-FILE
              IF NOT contrat-out-ok
                 DISPLAY "PGANONYM : ouverture impossible : "
                    FUNCTION TRIM (WS-CONTRAT-OUT-FILENAME)
                 MOVE "ECRITURE IMPOSSIBLE" TO WS-CTR-ETAT
                 MOVE 1 TO RETURN-CODE
                 CLOSE CONTRAT-FILE
              END-IF
           END-IF.
           IF contrat-ok AND contrat-out-ok
              PERFORM UNTIL contrat-eof
                 READ CONTRAT-FILE NEXT RECORD
                 IF contrat-ok
                    ADD 1 TO WS-CTR-LUS
                    MOVE "1" TO WS-MAP-TYPE
                    MOVE CTR-NUMBER1 TO WS-MAP-ORIGINE
                    PERFORM 6000-MAP-VALUE
                    MOVE WS-MAP-SUBST TO CTR-NUMBER1
                    MOVE "2" TO WS-MAP-TYPE
                    MOVE CTR-NUMBER2 TO WS-MAP-ORIGINE
                    PERFORM 6000-MAP-VALUE
                    MOVE WS-MAP-SUBST TO CTR-NUMBER2
                    WRITE CONTRAT-OUT-REC FROM CONTRAT-REC
                       INVALID KEY
                          DISPLAY "PGANONYM : cle en double "
                             CTR-KEY
                       NOT INVALID KEY
                          ADD 1 TO WS-CTR-ECRITS
                    END-WRITE
                 END-IF
              END-PERFORM
              CLOSE CONTRAT-FILE
              CLOSE CONTRAT-OUT-FILE
           END-IF.



       5000-WRITE-REPORT.

           OPEN OUTPUT ANONYM-FILE.
           MOVE WS-TODAY (1:8) TO WS-ANH-DATE.
           MOVE WS-REPERTOIRE TO WS-ANH-REPERTOIRE.
           WRITE ANONYM-OUT-DATA FROM ANONYM-HEADER-LINE.
           WRITE ANONYM-OUT-DATA FROM SPACES.
           MOVE WS-FEED-IN-FILENAME TO WS-ANC-FICHIER.
           MOVE WS-FEED-LUS TO WS-ANC-LUS.
           MOVE WS-FEED-ECRITS TO WS-ANC-ECRITS.
           MOVE WS-FEED-KEPT TO WS-ANC-KEPT.
           MOVE WS-FEED-ETAT TO WS-ANC-STATUT.
           IF WS-FEED-ETAT = SPACES AND WS-FEED-LUS = 0
              MOVE "ABSENT" TO WS-ANC-STATUT
           END-IF.
           WRITE ANONYM-OUT-DATA FROM ANONYM-COUNT-LINE.
           MOVE "histo_contrats.dat" TO WS-ANC-FICHIER.
           MOVE WS-MST-LUS TO WS-ANC-LUS.
           MOVE WS-MST-ECRITS TO WS-ANC-ECRITS.
           MOVE WS-MST-KEPT TO WS-ANC-KEPT.
           MOVE WS-MST-ETAT TO WS-ANC-STATUT.
           IF WS-MST-ETAT = SPACES AND WS-MST-LUS = 0
              MOVE "ABSENT" TO WS-ANC-STATUT
           END-IF.
           WRITE ANONYM-OUT-DATA FROM ANONYM-COUNT-LINE.
           MOVE "contrats.dat" TO WS-ANC-FICHIER.
           MOVE WS-CTR-LUS TO WS-ANC-LUS.
           MOVE WS-CTR-ECRITS TO WS-ANC-ECRITS.
           MOVE ZERO TO WS-ANC-KEPT.
           MOVE WS-CTR-ETAT TO WS-ANC-STATUT.
           IF WS-CTR-ETAT = SPACES AND WS-CTR-LUS = 0
              MOVE "ABSENT" TO WS-ANC-STATUT
           END-IF.
           WRITE ANONYM-OUT-DATA FROM ANONYM-COUNT-LINE.
           MOVE WS-MAP-NEW-CNT TO WS-ANM-NEW.
           MOVE WS-MAP-LAST TO WS-ANM-LAST.
           WRITE ANONYM-OUT-DATA FROM SPACES.
           WRITE ANONYM-OUT-DATA FROM ANONYM-MAP-LINE.
           CLOSE ANONYM-FILE.



       6000-MAP-VALUE.

      *    A value seen for the first time takes the next substitute;
      *    the counter row is rewritten at once so a crash can never
      *    hand the same substitute out twice.
           MOVE SPACES TO WS-MAP-SUBST.
           IF WS-MAP-ORIGINE NOT = SPACES
              MOVE WS-MAP-TYPE TO MAP-TYPE
              MOVE WS-MAP-ORIGINE TO MAP-ORIGINE
              READ MAP-FILE
                 INVALID KEY
                    ADD 1 TO WS-MAP-LAST
                    MOVE WS-MAP-LAST TO WS-MAP-SUBST-NUM
                    MOVE WS-MAP-TYPE TO MAP-TYPE
                    MOVE WS-MAP-ORIGINE TO MAP-ORIGINE
                    MOVE WS-MAP-SUBST TO MAP-SUBST
                    MOVE WS-TODAY (1:8) TO MAP-DATE
                    WRITE MAP-REC
                    END-WRITE
                    MOVE WS-MAP-COUNTER-KEY TO MAP-KEY
                    MOVE WS-MAP-LAST TO MAP-SUBST-NUM
                    MOVE WS-TODAY (1:8) TO MAP-DATE
                    REWRITE MAP-REC
                    END-REWRITE
                    ADD 1 TO WS-MAP-NEW-CNT
                 NOT INVALID KEY
                    MOVE MAP-SUBST TO WS-MAP-SUBST
              END-READ
           END-IF.



       6200-SHIFT-SALARY.

      *    Up to 5 % either way; a shift that would carry the salary
      *    across its band - in or out - is not applied. The rate is
      *    drawn from the person's real NUMBERSS, which never leaves
      *    production : the same salary shifts the same way on every
      *    feed line, master row and extract, so only a real change
      *    shows as one, and the copy alone cannot undo the shift.
           IF WS-SHF-KEY NUMERIC
              COMPUTE WS-RANDOM = FUNCTION RANDOM (WS-SHF-SEED)
           ELSE
              COMPUTE WS-RANDOM = FUNCTION RANDOM (0)
           END-IF.
           COMPUTE WS-SHF-PCT = WS-RANDOM * 10 - 5.
           IF WS-SHF-WHOLE
              COMPUTE WS-SHF-UNITS ROUNDED =
                 WS-SHF-OLD * (100 + WS-SHF-PCT) / 100
              MOVE WS-SHF-UNITS TO WS-SHF-NEW
           ELSE
              COMPUTE WS-SHF-NEW ROUNDED =
                 WS-SHF-OLD * (100 + WS-SHF-PCT) / 100
           END-IF.
           IF WS-BAND-ON
              MOVE WS-SHF-OLD TO WS-BAND-SALARY
              PERFORM 6250-BAND-VERDICT
              MOVE WS-BAND-VERDICT TO WS-BAND-OLD-VERDICT
              MOVE WS-SHF-NEW TO WS-BAND-SALARY
              PERFORM 6250-BAND-VERDICT
              IF WS-BAND-VERDICT NOT = WS-BAND-OLD-VERDICT
                 MOVE WS-SHF-OLD TO WS-SHF-NEW
                 ADD 1 TO WS-KEPT-WORK
              END-IF
           END-IF.



       6250-BAND-VERDICT.

      *    Same comparison as PGVALID's 0350-CHECK-SALARY-BAND.
           MOVE SPACE TO WS-BAND-VERDICT.
           IF WS-BAND-SALARY < WS-BAND-MIN
              MOVE "L" TO WS-BAND-VERDICT
           ELSE
              IF WS-BAND-SALARY > WS-BAND-MAX
                 MOVE "H" TO WS-BAND-VERDICT
              END-IF
           END-IF.



       6300-FIND-BAND-BY-NAME.

           MOVE "N" TO WS-BAND-ON-FLAG.
           PERFORM VARYING WS-SOC-IDX FROM 1 BY 1
                   UNTIL WS-SOC-IDX > WS-SOC-COUNT
              IF WS-BAND-NAME = SOC-TBL-NAME (WS-SOC-IDX)
                 MOVE SOC-TBL-MIN (WS-SOC-IDX) TO WS-BAND-MIN
                 MOVE SOC-TBL-MAX (WS-SOC-IDX) TO WS-BAND-MAX
                 MOVE SOC-TBL-BAND-FLAG (WS-SOC-IDX) TO WS-BAND-ON-FLAG
              END-IF
           END-PERFORM.



       6310-FIND-BAND-BY-CODE.

           MOVE "N" TO WS-BAND-ON-FLAG.
           PERFORM VARYING WS-SOC-IDX FROM 1 BY 1
                   UNTIL WS-SOC-IDX > WS-SOC-COUNT
              IF WS-BAND-CODE = SOC-TBL-CODE (WS-SOC-IDX)
                 MOVE SOC-TBL-MIN (WS-SOC-IDX) TO WS-BAND-MIN
                 MOVE SOC-TBL-MAX (WS-SOC-IDX) TO WS-BAND-MAX
                 MOVE SOC-TBL-BAND-FLAG (WS-SOC-IDX) TO WS-BAND-ON-FLAG
              END-IF
           END-PERFORM.
