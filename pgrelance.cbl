      *    pgrelance is the control step run after pgtest : it checks
      *    every company that has a sending calendar on societe.dat
      *    (J daily, H weekly on a day 01 = Monday to 07, M monthly on
      *    a day 01 to 31) against what actually came in. A company
      *    is fed on the control date when its code is in the feed
      *    register (flux_recus.dat) for that run date; otherwise its
      *    last feed is the latest run date histo_contrats.dat holds
      *    for its code, or the latest run's date when that run left
      *    it a statement in releves_index.dat.
      *    Each due date since that last feed is a missed period.
      *    flux_manquants.dat lists every company behind, with its
      *    due date, last feed and periods missed; relances.dat holds
      *    the reminder letter to send each of them. A company more
      *    than one period behind also raises the operator alert
      *    (added to the run's alertes.dat).
      *    RELANCE_DATE (AAAAMMJJ) sets the control date - today when
      *    unset. RC=4 when the alert was raised, 2 when some company
      *    is one period behind, 1 when societe.dat would not open or
      *    RELANCE_DATE is not a date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgrelance.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIETE-FILE ASSIGN TO 'societe.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SOCIETE-STATUS.
           SELECT FLUX-FILE ASSIGN TO 'flux_recus.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FLUX-STATUS.
           SELECT RELIDX-FILE ASSIGN TO 'releves_index.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RELIDX-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'histo_contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-KEY
                  FILE STATUS IS MASTER-STATUS.
           SELECT MANQUE-FILE ASSIGN TO 'flux_manquants.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MANQUE-STATUS.
           SELECT RELANCE-FILE ASSIGN TO 'relances.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RELANCE-STATUS.
           SELECT ALERT-FILE ASSIGN TO 'alertes.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIETE-FILE.
       01  SOCIETE-IN-DATA PIC X(80).

       FD  FLUX-FILE.
       01  FLUX-IN-DATA PIC X(200).

       FD  RELIDX-FILE.
       01  RELIDX-IN-DATA PIC X(200).

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

       FD  MANQUE-FILE.
       01  MANQUE-OUT-DATA PIC X(200).

       FD  RELANCE-FILE.
       01  RELANCE-OUT-DATA PIC X(100).

       FD  ALERT-FILE.
       01  ALERT-OUT-DATA PIC X(100).

       WORKING-STORAGE SECTION.
       01  SOCIETE-STATUS PIC X(2).
           88 societe-ok VALUE "00".
           88 societe-eof VALUE "10".
       01  FLUX-STATUS PIC X(2).
           88 flux-ok VALUE "00".
           88 flux-eof VALUE "10".
       01  RELIDX-STATUS PIC X(2).
           88 relidx-ok VALUE "00".
           88 relidx-eof VALUE "10".
       01  MASTER-STATUS PIC X(2).
           88 master-ok VALUE "00".
           88 master-eof VALUE "10".
       01  MANQUE-STATUS PIC X(2).
           88 manque-ok VALUE "00".
       01  RELANCE-STATUS PIC X(2).
           88 relance-ok VALUE "00".
       01  ALERT-STATUS PIC X(2).
           88 alert-ok VALUE "00".

      *    Mirror of pgrefload's SOCIETE-LINE.
       01  SOCIETE-LINE.
           05 SOC-CODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-NAME PIC X(41).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-MIN-TXT PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-MAX-TXT PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-FREQ PIC X.
              88 SOC-FREQ-VALID VALUE "J" "H" "M".
           05 FILLER PIC X VALUE SPACE.
           05 SOC-JOUR PIC XX.
           05 SOC-JOUR-NUM REDEFINES SOC-JOUR PIC 99.
      *    Mirror of pgtest's FLUX-LINE.
       01  FLUX-LINE.
           05 FLX-CODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 FLX-SEQ PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 FLX-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FLX-RUN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FLX-FILENAME PIC X(100).
      *    Same layout as pgtest's RELIDX-LINE, code only.
       01  RELIDX-LINE.
           05 FILLER PIC X(7).
           05 RIX-CODE PIC X(5).
           05 FILLER PIC X(188).

      *    The companies followed, one entry per calendar line. The
      *    last feed date only ever moves forward.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CAL-CODE PIC X(5).
               10 WS-CAL-NAME PIC X(41).
               10 WS-CAL-FREQ PIC X.
               10 WS-CAL-JOUR PIC 99.
               10 WS-CAL-LAST PIC X(8).
       01  WS-CAL-COUNT PIC 9(4) VALUE 0.
       01  WS-CAL-IDX PIC 9(4) VALUE 0.
       01  WS-NOCAL-CNT PIC 9(6) VALUE 0.
       01  WS-SEEN-CODE PIC X(5).
       01  WS-SEEN-DATE PIC X(8).
      *    The latest run date anywhere in the master or the feed
      *    register : the run releves_index.dat was written by.
       01  WS-LATEST-RUN-DATE PIC X(8) VALUE SPACES.

       01  WS-TODAY PIC X(21).
       01  WS-RELANCE-DATE PIC X(8) VALUE SPACES.
       01  WS-RELANCE-DATE-NUM REDEFINES WS-RELANCE-DATE PIC 9(8).
       01  WS-RELANCE-DISP PIC X(10) VALUE SPACES.
       01  WS-REF-INT PIC 9(7) VALUE 0.
      *    Due dates are worked in day numbers; a monthly due date
      *    goes back through its year and month.
       01  WS-DUE-INT PIC 9(7) VALUE 0.
       01  WS-PREV-INT PIC 9(7) VALUE 0.
       01  WS-LAST-INT PIC 9(7) VALUE 0.
       01  WS-DOW PIC 9 VALUE 0.
       01  WS-BACK PIC 9 VALUE 0.
       01  WS-DUE-YYYYMMDD PIC 9(8) VALUE 0.
       01  WS-DUE-PARTS REDEFINES WS-DUE-YYYYMMDD.
           05 WS-DUE-YEAR PIC 9(4).
           05 WS-DUE-MONTH PIC 99.
           05 WS-DUE-DAY PIC 99.
       01  WS-MONTH-FIRST PIC 9(8) VALUE 0.
       01  WS-MONTH-FIRST-INT PIC 9(7) VALUE 0.
       01  WS-MONTH-DAYS PIC 99 VALUE 0.
       01  WS-MONTH-USE-DAY PIC 99 VALUE 0.
       01  WS-MONTH-DUE-INT PIC 9(7) VALUE 0.
       01  WS-MISSED PIC 99 VALUE 0.
       01  WS-MISSED-DONE-FLAG PIC X VALUE "N".
           88 WS-MISSED-DONE VALUE "Y".

       01  WS-FOLLOWED-CNT PIC 9(6) VALUE 0.
       01  WS-LATE-CNT PIC 9(6) VALUE 0.
       01  WS-ALERT-CNT PIC 9(6) VALUE 0.
       01  WS-DATE-WORK PIC X(8).
       01  WS-DATE-DISP PIC X(10).

       01  MANQUE-HEADER-LINE.
           05 FILLER PIC X(19) VALUE "FLUX MANQUANTS AU".
           05 WS-MQH-DATE PIC X(10).
       01  MANQUE-DETAIL-LINE.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-MQD-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SOCIETE :".
           05 WS-MQD-NAME PIC X(41).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "FREQUENCE :".
           05 WS-MQD-FREQ PIC X(12).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "ECHEANCE :".
           05 WS-MQD-DUE PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(15) VALUE "DERNIER FLUX :".
           05 WS-MQD-LAST PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "PERIODES :".
           05 WS-MQD-MISSED PIC Z9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-MQD-ALERT PIC X(6) VALUE SPACES.
       01  MANQUE-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "SOCIETES SUIVIES :".
           05 WS-MQT-FOLLOWED PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "EN RETARD :".
           05 WS-MQT-LATE PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(9) VALUE "ALERTE :".
           05 WS-MQT-ALERT PIC ZZZ.ZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(17) VALUE "SANS CALENDRIER :".
           05 WS-MQT-NOCAL PIC ZZZ.ZZ9.

      *    The reminder letter, one per company behind.
       01  RELANCE-HEADER-LINE.
           05 FILLER PIC X(10) VALUE "RELANCE -".
           05 WS-RLH-NAME PIC X(41).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-RLH-CODE PIC X(5).
       01  RELANCE-REF-LINE.
           05 FILLER PIC X(7) VALUE "DATE :".
           05 WS-RLR-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(12) VALUE "REFERENCE :".
           05 WS-RLR-REF PIC X(18).
       01  RELANCE-TEXT-1 PIC X(100) VALUE "Madame, Monsieur,".
       01  RELANCE-TEXT-2.
           05 FILLER PIC X(49) VALUE
              "Sauf erreur de notre part, votre fichier attendu".
           05 FILLER PIC X(19) VALUE "pour l'echeance du".
           05 WS-RLT-DUE PIC X(10).
       01  RELANCE-TEXT-3.
           05 FILLER PIC X(48) VALUE
              "ne nous est pas parvenu. Dernier fichier recu :".
           05 WS-RLT-LAST PIC X(10).
       01  RELANCE-TEXT-4.
           05 FILLER PIC X(22) VALUE "Periodes manquantes :".
           05 WS-RLT-MISSED PIC Z9.
       01  RELANCE-TEXT-5 PIC X(100) VALUE
           "Nous vous remercions de nous le transmettre sans delai.".
       01  RELANCE-TEXT-6 PIC X(100) VALUE
           "Les contrats de vos salaries ne seront pas mis a jour.".
       01  RELANCE-TEXT-7 PIC X(100) VALUE
           "Veuillez agreer nos salutations distinguees.".
       01  RELANCE-SEPARATOR PIC X(100) VALUE ALL "-".

      *    Same layout as pgtest's ALERT-LINE : the companies more
      *    than one period behind, as a share of those followed.
       01  WS-ALERT-PCT PIC 9(4)V9 VALUE ZERO.
       01  ALERT-LINE.
           05 FILLER PIC X(9) VALUE "ALERTE :".
           05 WS-ALR-LIBELLE PIC X(20) VALUE "FLUX EN RETARD".
           05 FILLER PIC X(4) VALUE "NB :".
           05 WS-ALR-COUNTER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PCT :".
           05 WS-ALR-PCT PIC ZZZ9,9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "SEUIL :".
           05 WS-ALR-SEUIL PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE = 0
              PERFORM 2000-LOAD-CALENDAR
           END-IF.
           IF RETURN-CODE = 0
              PERFORM 3000-LOAD-LAST-FEEDS
              PERFORM 4000-CHECK-CALENDAR
              PERFORM 5000-CONCLUDE
           END-IF.
           STOP RUN.



       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           ACCEPT WS-RELANCE-DATE FROM ENVIRONMENT "RELANCE_DATE".
           IF WS-RELANCE-DATE = SPACES
              MOVE WS-TODAY (1:8) TO WS-RELANCE-DATE
           END-IF.
           IF WS-RELANCE-DATE NOT NUMERIC
              DISPLAY "PGRELANCE : RELANCE_DATE invalide : "
                 WS-RELANCE-DATE
              MOVE 1 TO RETURN-CODE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-RELANCE-DATE-NUM)
                 NOT = 0
                 DISPLAY "PGRELANCE : RELANCE_DATE invalide : "
                    WS-RELANCE-DATE
                 MOVE 1 TO RETURN-CODE
              ELSE
                 COMPUTE WS-REF-INT =
                    FUNCTION INTEGER-OF-DATE (WS-RELANCE-DATE-NUM)
                 MOVE WS-RELANCE-DATE TO WS-DATE-WORK
                 PERFORM 7000-FORMAT-DATE
                 MOVE WS-DATE-DISP TO WS-RELANCE-DISP
              END-IF
           END-IF.



       2000-LOAD-CALENDAR.

      *    pgrefload has already refused any calendar that does not
      *    parse; a line that still does not is simply not followed.
           OPEN INPUT SOCIETE-FILE.
           IF NOT societe-ok
              DISPLAY "PGRELANCE : societe.dat introuvable"
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM UNTIL societe-eof
                 MOVE SPACES TO SOCIETE-LINE
                 READ SOCIETE-FILE INTO SOCIETE-LINE
                 IF societe-ok AND SOC-CODE NOT = SPACES
                    IF SOC-FREQ-VALID AND WS-CAL-COUNT < 500
                       AND (SOC-FREQ = "J" OR SOC-JOUR NUMERIC)
                       ADD 1 TO WS-CAL-COUNT
                       MOVE SOC-CODE TO WS-CAL-CODE (WS-CAL-COUNT)
                       MOVE SOC-NAME TO WS-CAL-NAME (WS-CAL-COUNT)
                       MOVE SOC-FREQ TO WS-CAL-FREQ (WS-CAL-COUNT)
                       MOVE ZERO TO WS-CAL-JOUR (WS-CAL-COUNT)
                       IF SOC-FREQ NOT = "J"
                          MOVE SOC-JOUR-NUM
                             TO WS-CAL-JOUR (WS-CAL-COUNT)
                       END-IF
                       MOVE SPACES TO WS-CAL-LAST (WS-CAL-COUNT)
                    ELSE
                       ADD 1 TO WS-NOCAL-CNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SOCIETE-FILE
           END-IF.



       3000-LOAD-LAST-FEEDS.

      *    The master gives each code's last run date up to the
      *    control date; rows dated after it are a later run and do
      *    not count when an earlier date is being checked again.
           OPEN INPUT MASTER-FILE.
           IF master-ok
              PERFORM UNTIL master-eof
                 READ MASTER-FILE NEXT RECORD
                 IF master-ok
                    IF MST-RUN-DATE > WS-LATEST-RUN-DATE
                       MOVE MST-RUN-DATE TO WS-LATEST-RUN-DATE
                    END-IF
                    IF MST-RUN-DATE NOT > WS-RELANCE-DATE
                       MOVE MST-SOCIETY-CODE TO WS-SEEN-CODE
                       MOVE MST-RUN-DATE TO WS-SEEN-DATE
                       PERFORM 3500-NOTE-FEED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.
      *    Today's run counts even where none of its records reached
      *    the master - a feed whose records were all rejected was
      *    still sent.
           OPEN INPUT FLUX-FILE.
           IF flux-ok
              PERFORM UNTIL flux-eof
                 MOVE SPACES TO FLUX-LINE
                 READ FLUX-FILE INTO FLUX-LINE
                 IF flux-ok
                    IF FLX-RUN-DATE > WS-LATEST-RUN-DATE
                       MOVE FLX-RUN-DATE TO WS-LATEST-RUN-DATE
                    END-IF
                    IF FLX-RUN-DATE = WS-RELANCE-DATE
                       MOVE FLX-CODE TO WS-SEEN-CODE
                       MOVE FLX-RUN-DATE TO WS-SEEN-DATE
                       PERFORM 3500-NOTE-FEED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FLUX-FILE
           END-IF.
      *    releves_index.dat only ever holds the latest pgtest run,
      *    whatever day that was : its codes were fed on that run
      *    date, and it says nothing when a run after the control
      *    date has replaced it.
           IF WS-LATEST-RUN-DATE NOT = SPACES
              AND WS-LATEST-RUN-DATE NOT > WS-RELANCE-DATE
              OPEN INPUT RELIDX-FILE
              IF relidx-ok
                 PERFORM UNTIL relidx-eof
                    MOVE SPACES TO RELIDX-LINE
                    READ RELIDX-FILE INTO RELIDX-LINE
                    IF relidx-ok
                       MOVE RIX-CODE TO WS-SEEN-CODE
                       MOVE WS-LATEST-RUN-DATE TO WS-SEEN-DATE
                       PERFORM 3500-NOTE-FEED
                    END-IF
                 END-PERFORM
                 CLOSE RELIDX-FILE
              END-IF
           END-IF.



       3500-NOTE-FEED.

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-SEEN-CODE = WS-CAL-CODE (WS-CAL-IDX)
                 IF WS-CAL-LAST (WS-CAL-IDX) = SPACES
                    OR WS-SEEN-DATE > WS-CAL-LAST (WS-CAL-IDX)
                    MOVE WS-SEEN-DATE TO WS-CAL-LAST (WS-CAL-IDX)
                 END-IF
              END-IF
           END-PERFORM.



       4000-CHECK-CALENDAR.

           OPEN OUTPUT MANQUE-FILE.
           OPEN OUTPUT RELANCE-FILE.
           MOVE WS-RELANCE-DISP TO WS-MQH-DATE.
           WRITE MANQUE-OUT-DATA FROM MANQUE-HEADER-LINE.
           WRITE MANQUE-OUT-DATA FROM SPACES.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
              ADD 1 TO WS-FOLLOWED-CNT
              PERFORM 4100-COUNT-MISSED
              IF WS-MISSED > 0
                 ADD 1 TO WS-LATE-CNT
                 PERFORM 4500-WRITE-MANQUE
                 PERFORM 4600-WRITE-RELANCE
              END-IF
           END-PERFORM.
           MOVE WS-FOLLOWED-CNT TO WS-MQT-FOLLOWED.
           MOVE WS-LATE-CNT TO WS-MQT-LATE.
           MOVE WS-ALERT-CNT TO WS-MQT-ALERT.
           MOVE WS-NOCAL-CNT TO WS-MQT-NOCAL.
           WRITE MANQUE-OUT-DATA FROM SPACES.
           WRITE MANQUE-OUT-DATA FROM MANQUE-TOTAL-LINE.
           CLOSE MANQUE-FILE.
           CLOSE RELANCE-FILE.



       4100-COUNT-MISSED.

      *    The latest due date on or before the control date comes
      *    first; from there, every due date whose period - the days
      *    after the due date before it - holds no feed is missed. A
      *    company never fed counts as 99.
           PERFORM 6000-LAST-DUE-DATE.
           IF WS-CAL-LAST (WS-CAL-IDX) = SPACES
              MOVE ZERO TO WS-LAST-INT
           ELSE
              MOVE WS-CAL-LAST (WS-CAL-IDX) TO WS-DUE-YYYYMMDD
              COMPUTE WS-LAST-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DUE-YYYYMMDD)
           END-IF.
           MOVE ZERO TO WS-MISSED.
           MOVE "N" TO WS-MISSED-DONE-FLAG.
           MOVE WS-DUE-INT TO WS-PREV-INT.
           PERFORM UNTIL WS-MISSED-DONE
              PERFORM 6100-PREVIOUS-DUE-DATE
              IF WS-LAST-INT > WS-PREV-INT OR WS-MISSED = 99
                 MOVE "Y" TO WS-MISSED-DONE-FLAG
              ELSE
                 ADD 1 TO WS-MISSED
              END-IF
           END-PERFORM.



       4500-WRITE-MANQUE.

           MOVE WS-CAL-CODE (WS-CAL-IDX) TO WS-MQD-CODE.
           MOVE WS-CAL-NAME (WS-CAL-IDX) TO WS-MQD-NAME.
           EVALUATE WS-CAL-FREQ (WS-CAL-IDX)
              WHEN "J"
                 MOVE "JOURNALIER" TO WS-MQD-FREQ
              WHEN "H"
                 MOVE "HEBDOMADAIRE" TO WS-MQD-FREQ
              WHEN OTHER
                 MOVE "MENSUEL" TO WS-MQD-FREQ
           END-EVALUATE.
           COMPUTE WS-DUE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           MOVE WS-DUE-YYYYMMDD TO WS-DATE-WORK.
           PERFORM 7000-FORMAT-DATE.
           MOVE WS-DATE-DISP TO WS-MQD-DUE.
           IF WS-CAL-LAST (WS-CAL-IDX) = SPACES
              MOVE "AUCUN" TO WS-MQD-LAST
           ELSE
              MOVE WS-CAL-LAST (WS-CAL-IDX) TO WS-DATE-WORK
              PERFORM 7000-FORMAT-DATE
              MOVE WS-DATE-DISP TO WS-MQD-LAST
           END-IF.
           MOVE WS-MISSED TO WS-MQD-MISSED.
           MOVE SPACES TO WS-MQD-ALERT.
           IF WS-MISSED > 1
              MOVE "ALERTE" TO WS-MQD-ALERT
              ADD 1 TO WS-ALERT-CNT
           END-IF.
           WRITE MANQUE-OUT-DATA FROM MANQUE-DETAIL-LINE.



       4600-WRITE-RELANCE.

           MOVE WS-CAL-NAME (WS-CAL-IDX) TO WS-RLH-NAME.
           MOVE WS-CAL-CODE (WS-CAL-IDX) TO WS-RLH-CODE.
           MOVE WS-RELANCE-DISP TO WS-RLR-DATE.
           MOVE SPACES TO WS-RLR-REF.
           STRING "REL-" DELIMITED BY SIZE
                  WS-CAL-CODE (WS-CAL-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-RELANCE-DATE DELIMITED BY SIZE
                  INTO WS-RLR-REF
           END-STRING.
           MOVE WS-MQD-DUE TO WS-RLT-DUE.
           MOVE WS-MQD-LAST TO WS-RLT-LAST.
           MOVE WS-MISSED TO WS-RLT-MISSED.
           WRITE RELANCE-OUT-DATA FROM RELANCE-HEADER-LINE.
           WRITE RELANCE-OUT-DATA FROM RELANCE-REF-LINE.
           WRITE RELANCE-OUT-DATA FROM SPACES.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-1.
           WRITE RELANCE-OUT-DATA FROM SPACES.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-2.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-3.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-4.
           WRITE RELANCE-OUT-DATA FROM SPACES.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-5.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-6.
           WRITE RELANCE-OUT-DATA FROM SPACES.
           WRITE RELANCE-OUT-DATA FROM RELANCE-TEXT-7.
           WRITE RELANCE-OUT-DATA FROM RELANCE-SEPARATOR.



       5000-CONCLUDE.

      *    pgtest opens alertes.dat afresh on every run; the control
      *    step adds to what the run itself raised.
           IF WS-ALERT-CNT > 0
              OPEN EXTEND ALERT-FILE
              IF NOT alert-ok
                 OPEN OUTPUT ALERT-FILE
              END-IF
              MOVE WS-ALERT-CNT TO WS-ALR-COUNTER
              COMPUTE WS-ALERT-PCT ROUNDED =
                 WS-ALERT-CNT * 100 / WS-FOLLOWED-CNT
              MOVE WS-ALERT-PCT TO WS-ALR-PCT
              MOVE 1 TO WS-ALR-SEUIL
              WRITE ALERT-OUT-DATA FROM ALERT-LINE
              CLOSE ALERT-FILE
              DISPLAY "PGRELANCE : ALERTE - " WS-ALERT-CNT
                 " societe(s) en retard de plus d'une periode"
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-LATE-CNT > 0
                 MOVE 2 TO RETURN-CODE
              END-IF
           END-IF.



       6000-LAST-DUE-DATE.

      *    Daily is due every day; weekly on its weekday (day number
      *    1 of the calendar was a Monday); monthly on its day, or the
      *    month's last day when the month is shorter.
           EVALUATE WS-CAL-FREQ (WS-CAL-IDX)
              WHEN "J"
                 MOVE WS-REF-INT TO WS-DUE-INT
              WHEN "H"
                 COMPUTE WS-DOW = FUNCTION MOD (WS-REF-INT - 1, 7) + 1
                 COMPUTE WS-BACK = FUNCTION MOD
                    (WS-DOW - WS-CAL-JOUR (WS-CAL-IDX) + 7, 7)
                 COMPUTE WS-DUE-INT = WS-REF-INT - WS-BACK
              WHEN OTHER
                 MOVE WS-RELANCE-DATE-NUM TO WS-DUE-YYYYMMDD
                 PERFORM 6200-MONTHLY-DUE-DATE
                 IF WS-MONTH-DUE-INT > WS-REF-INT
                    PERFORM 6300-STEP-BACK-MONTH
                    PERFORM 6200-MONTHLY-DUE-DATE
                 END-IF
                 MOVE WS-MONTH-DUE-INT TO WS-DUE-INT
           END-EVALUATE.



       6100-PREVIOUS-DUE-DATE.

      *    Steps WS-PREV-INT back one period.
           EVALUATE WS-CAL-FREQ (WS-CAL-IDX)
              WHEN "J"
                 SUBTRACT 1 FROM WS-PREV-INT
              WHEN "H"
                 SUBTRACT 7 FROM WS-PREV-INT
              WHEN OTHER
                 COMPUTE WS-DUE-YYYYMMDD =
                    FUNCTION DATE-OF-INTEGER (WS-PREV-INT)
                 PERFORM 6300-STEP-BACK-MONTH
                 PERFORM 6200-MONTHLY-DUE-DATE
                 MOVE WS-MONTH-DUE-INT TO WS-PREV-INT
           END-EVALUATE.



       6200-MONTHLY-DUE-DATE.

      *    Due day of WS-DUE-YEAR / WS-DUE-MONTH as a day number.
           COMPUTE WS-MONTH-FIRST =
              WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 1.
           COMPUTE WS-MONTH-FIRST-INT =
              FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST).
           IF WS-DUE-MONTH = 12
              COMPUTE WS-MONTH-DAYS = FUNCTION INTEGER-OF-DATE
                 ((WS-DUE-YEAR + 1) * 10000 + 0101)
                 - WS-MONTH-FIRST-INT
           ELSE
              COMPUTE WS-MONTH-DAYS = FUNCTION INTEGER-OF-DATE
                 (WS-DUE-YEAR * 10000 + (WS-DUE-MONTH + 1) * 100 + 1)
                 - WS-MONTH-FIRST-INT
           END-IF.
           MOVE WS-CAL-JOUR (WS-CAL-IDX) TO WS-MONTH-USE-DAY.
           IF WS-MONTH-USE-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-MONTH-USE-DAY
           END-IF.
           COMPUTE WS-MONTH-DUE-INT =
              WS-MONTH-FIRST-INT + WS-MONTH-USE-DAY - 1.



       6300-STEP-BACK-MONTH.

           IF WS-DUE-MONTH = 1
              MOVE 12 TO WS-DUE-MONTH
              SUBTRACT 1 FROM WS-DUE-YEAR
           ELSE
              SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF.



       7000-FORMAT-DATE.

           MOVE SPACES TO WS-DATE-DISP.
           STRING WS-DATE-WORK (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-WORK (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-WORK (7:2) DELIMITED BY SIZE
                  INTO WS-DATE-DISP
           END-STRING.
