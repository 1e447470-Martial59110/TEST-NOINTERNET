      *    pgchaine runs the daily chain - pgrefload, pgtest, pgretour
      *    once payroll's acknowledgment is in, pgdelta, pgtrend - from
      *    a step file (chaine.dat, or CHAINE_FICHIER) instead of the
      *    operator starting each program and reading its return code
      *    by eye. One line per step, in fixed columns :
      *       cols  1-2   step number, ascending
      *       cols  4-13  program name (run as ./<program>)
      *       col  15     highest RC that lets the chain go on
      *       cols 17-46  file that must exist before the step starts
      *                   (blank when none) - pgretour's paie_retour.dat
      *       cols 48-    the step's parameters, VAR=valeur;VAR=valeur
      *    The parameters are given to that step alone. A line starting
      *    with * is a comment. The whole file is checked before the
      *    first step runs; a bad line runs nothing.
      *    journal_chaine.dat is appended one line per step - start,
      *    end, return code and verdict - between a chain header and a
      *    chain end line. A step ending above its limit stops the
      *    chain and leaves reprise_chaine.dat naming it; the next run
      *    starts there instead of re-running the finished steps, and
      *    a chain run through to its end removes the file. CHAINE_
      *    DEPART=nn forces the starting step either way. pgtest keeps
      *    its own checkpoint.dat : restarted at its step it resumes
      *    from its last checkpointed record, as when run by hand.
      *    RC=0 chain complete, 2 complete with a step above RC 0 but
      *    within its limit, 3 stopped waiting for a step's file, 4
      *    stopped on a failed step, 1 when the step file is missing,
      *    empty or invalid, or the starting step is not in it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgchaine.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINE-FILE ASSIGN TO DYNAMIC WS-CHAINE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHAINE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'journal_chaine.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.
           SELECT REPRISE-FILE ASSIGN TO DYNAMIC WS-REPRISE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPRISE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAINE-FILE.
       01  CHAINE-IN-DATA PIC X(200).

       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-DATA PIC X(200).

       FD  REPRISE-FILE.
       01  REPRISE-DATA PIC X(80).

       WORKING-STORAGE SECTION.
       01  CHAINE-STATUS PIC X(2).
           88 chaine-ok VALUE "00".
           88 chaine-eof VALUE "10".
       01  JOURNAL-STATUS PIC X(2).
           88 journal-ok VALUE "00".
       01  REPRISE-STATUS PIC X(2).
           88 reprise-ok VALUE "00".

       01  WS-CHAINE-FILENAME PIC X(100) VALUE "chaine.dat".
       01  WS-REPRISE-FILENAME PIC X(100) VALUE "reprise_chaine.dat".
       01  WS-FILENAME-PARM PIC X(100).
       01  WS-DEPART-PARM PIC X(2) VALUE SPACES.
       01  WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.

       01  CHAINE-LINE.
           05 CHN-STEP PIC X(2).
           05 FILLER PIC X.
           05 CHN-PROGRAM PIC X(10).
           05 FILLER PIC X.
           05 CHN-MAX-RC PIC X.
           05 FILLER PIC X.
           05 CHN-WAIT-FILE PIC X(30).
           05 FILLER PIC X.
           05 CHN-PARAMS PIC X(153).

       01  REPRISE-LINE.
           05 RPR-STEP PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 RPR-PROGRAM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RPR-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RPR-MOTIF PIC X(10).
           05 FILLER PIC X(47) VALUE SPACES.

      *    The step table : 50 steps is far beyond the daily chain.
       01  WS-STEP-COUNT PIC 9(2) VALUE 0.
       01  WS-STEP-IDX PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
              10 WS-STP-NUM PIC 9(2).
              10 WS-STP-PROGRAM PIC X(10).
              10 WS-STP-MAX-RC PIC 9.
              10 WS-STP-WAIT-FILE PIC X(30).
              10 WS-STP-PARAMS PIC X(153).

       01  WS-LINE-NUM PIC 9(6) VALUE 0.
       01  WS-LAST-STEP PIC 9(2) VALUE 0.
       01  WS-START-STEP PIC 9(2) VALUE 0.
       01  WS-START-ORIGIN PIC X(8) VALUE "DEBUT".
       01  WS-BAD-MOTIF PIC X(40) VALUE SPACES.
       01  WS-CHAINE-BAD-FLAG PIC X VALUE "N".
           88 WS-CHAINE-BAD VALUE "Y".
       01  WS-START-FOUND-FLAG PIC X VALUE "N".
           88 WS-START-FOUND VALUE "Y".
       01  WS-STOP-FLAG PIC X VALUE "N".
           88 WS-STOPPED VALUE "Y".
       01  WS-WAITING-FLAG PIC X VALUE "N".
           88 WS-WAITING VALUE "Y".
       01  WS-WARNING-FLAG PIC X VALUE "N".
           88 WS-ANY-WARNING VALUE "Y".
       01  WS-CHAIN-RC PIC 9 VALUE 0.

      *    Parameter parsing and the command line of one step.
       01  WS-PARM-PTR PIC 9(3) VALUE 1.
       01  WS-PARM-ITEM PIC X(153).
       01  WS-PARM-NAME PIC X(40).
       01  WS-PARM-VALUE PIC X(120).
       01  WS-PARM-QUOTES PIC 9(3) VALUE 0.
       01  WS-PARM-BAD-FLAG PIC X VALUE "N".
           88 WS-PARM-BAD VALUE "Y".
       01  WS-CMD PIC X(400).
       01  WS-CMD-PTR PIC 9(3) VALUE 1.

       01  WS-FILE-INFO PIC X(16).
       01  WS-WAIT-NAME PIC X(31).
       01  WS-SYSTEM-STATUS PIC S9(9) VALUE ZERO.
       01  WS-SYSTEM-HIGH PIC S9(9) VALUE ZERO.
       01  WS-SYSTEM-LOW PIC S9(9) VALUE ZERO.
       01  WS-STEP-RC PIC 9(3) VALUE 0.

       01  WS-TIMESTAMP PIC X(21).
       01  WS-STAMP-DATE PIC X(10).
       01  WS-STAMP-TIME PIC X(8).

       01  JOURNAL-HEAD-LINE.
           05 FILLER PIC X(10) VALUE "CHAINE DU ".
           05 WS-JRH-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRH-TIME PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "FICHIER : ".
           05 WS-JRH-FILE PIC X(30).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(15) VALUE "DEPART ETAPE : ".
           05 WS-JRH-STEP PIC X(2) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRH-ORIGIN PIC X(8) VALUE SPACES.
       01  JOURNAL-STEP-LINE.
           05 FILLER PIC X(6) VALUE "ETAPE ".
           05 WS-JRS-STEP PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRS-PROGRAM PIC X(10).
           05 FILLER PIC X(9) VALUE " DEBUT : ".
           05 WS-JRS-START-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRS-START-TIME PIC X(8).
           05 FILLER PIC X(7) VALUE " FIN : ".
           05 WS-JRS-END-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRS-END-TIME PIC X(8).
           05 FILLER PIC X(5) VALUE " RC :".
           05 WS-JRS-RC PIC ZZ9.
           05 FILLER PIC X(7) VALUE " MAX :".
           05 WS-JRS-MAX-RC PIC 9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-JRS-VERDICT PIC X(14).
           05 WS-JRS-DETAIL PIC X(40).
       01  JOURNAL-END-LINE.
           05 FILLER PIC X(14) VALUE "FIN DE CHAINE ".
           05 WS-JRE-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRE-TIME PIC X(8).
           05 FILLER PIC X(8) VALUE "   RC : ".
           05 WS-JRE-RC PIC 9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-JRE-VERDICT PIC X(40).
       01  JOURNAL-BAD-LINE.
           05 FILLER PIC X(25) VALUE "FICHIER ETAPES - LIGNE : ".
           05 WS-JRB-LINE PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-JRB-MOTIF PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-STEPS.
           IF NOT WS-CHAINE-BAD
              PERFORM 3000-FIND-START
           END-IF.
           IF NOT WS-CHAINE-BAD
              PERFORM 4000-RUN-CHAIN
           END-IF.
           PERFORM 6000-END-CHAIN.
           STOP RUN.



       1000-INITIALIZE.

           ACCEPT WS-FILENAME-PARM FROM ENVIRONMENT "CHAINE_FICHIER".
           IF WS-FILENAME-PARM NOT = SPACES
              MOVE WS-FILENAME-PARM TO WS-CHAINE-FILENAME
           END-IF.
           ACCEPT WS-DEPART-PARM FROM ENVIRONMENT "CHAINE_DEPART".
      *    The journal is kept across runs : every chain appends.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT journal-ok
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM 7000-STAMP.
           MOVE WS-STAMP-DATE TO WS-JRH-DATE.
           MOVE WS-STAMP-TIME TO WS-JRH-TIME.
           MOVE WS-CHAINE-FILENAME TO WS-JRH-FILE.



       2000-LOAD-STEPS.

           OPEN INPUT CHAINE-FILE.
           IF NOT chaine-ok
              MOVE "fichier des etapes introuvable" TO WS-BAD-MOTIF
              PERFORM 2200-REJECT-CHAINE
           ELSE
              PERFORM UNTIL chaine-eof OR WS-CHAINE-BAD
                 MOVE SPACES TO CHAINE-LINE
                 READ CHAINE-FILE INTO CHAINE-LINE
                 IF chaine-ok
                    ADD 1 TO WS-LINE-NUM
                    IF CHAINE-LINE NOT = SPACES
                       AND CHN-STEP (1:1) NOT = "*"
                       PERFORM 2100-CHECK-STEP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHAINE-FILE
              IF WS-STEP-COUNT = 0 AND NOT WS-CHAINE-BAD
                 MOVE ZERO TO WS-LINE-NUM
                 MOVE "aucune etape" TO WS-BAD-MOTIF
                 PERFORM 2200-REJECT-CHAINE
              END-IF
           END-IF.



       2100-CHECK-STEP.

           EVALUATE TRUE
              WHEN CHN-STEP NOT NUMERIC
                 MOVE "numero d'etape invalide" TO WS-BAD-MOTIF
              WHEN WS-STEP-COUNT > 0
                 AND CHN-STEP NOT > WS-LAST-STEP
                 MOVE "etapes hors ordre" TO WS-BAD-MOTIF
              WHEN CHN-PROGRAM = SPACES
                 MOVE "programme absent" TO WS-BAD-MOTIF
              WHEN CHN-MAX-RC NOT NUMERIC
                 MOVE "RC maximum invalide" TO WS-BAD-MOTIF
              WHEN WS-STEP-COUNT NOT < 50
                 MOVE "plus de 50 etapes" TO WS-BAD-MOTIF
              WHEN OTHER
                 PERFORM 2150-CHECK-PARAMS
           END-EVALUATE.
           IF WS-BAD-MOTIF NOT = SPACES
              PERFORM 2200-REJECT-CHAINE
           ELSE
              ADD 1 TO WS-STEP-COUNT
              MOVE CHN-STEP TO WS-STP-NUM (WS-STEP-COUNT)
              MOVE CHN-PROGRAM TO WS-STP-PROGRAM (WS-STEP-COUNT)
              MOVE CHN-MAX-RC TO WS-STP-MAX-RC (WS-STEP-COUNT)
              MOVE CHN-WAIT-FILE TO WS-STP-WAIT-FILE (WS-STEP-COUNT)
              MOVE CHN-PARAMS TO WS-STP-PARAMS (WS-STEP-COUNT)
              MOVE CHN-STEP TO WS-LAST-STEP
           END-IF.



       2150-CHECK-PARAMS.

      *    Each parameter must read VAR=valeur; the value goes to the
      *    shell in single quotes, so it may not hold one itself.
           MOVE 1 TO WS-PARM-PTR.
           MOVE "N" TO WS-PARM-BAD-FLAG.
           PERFORM UNTIL WS-PARM-PTR > 153 OR WS-PARM-BAD
              MOVE SPACES TO WS-PARM-ITEM
              UNSTRING CHN-PARAMS DELIMITED BY ";"
                 INTO WS-PARM-ITEM
                 WITH POINTER WS-PARM-PTR
              END-UNSTRING
              IF WS-PARM-ITEM NOT = SPACES
                 MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE
                 UNSTRING WS-PARM-ITEM DELIMITED BY "="
                    INTO WS-PARM-NAME WS-PARM-VALUE
                 END-UNSTRING
                 MOVE ZERO TO WS-PARM-QUOTES
                 INSPECT WS-PARM-ITEM TALLYING WS-PARM-QUOTES
                    FOR ALL "'"
                 IF FUNCTION TRIM (WS-PARM-NAME) = SPACES
                    OR WS-PARM-VALUE = SPACES
                    OR WS-PARM-QUOTES > 0
                    MOVE "Y" TO WS-PARM-BAD-FLAG
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PARM-BAD
              MOVE "parametre invalide" TO WS-BAD-MOTIF
           END-IF.



       2200-REJECT-CHAINE.

           MOVE "Y" TO WS-CHAINE-BAD-FLAG.
           MOVE WS-LINE-NUM TO WS-JRB-LINE.
           MOVE WS-BAD-MOTIF TO WS-JRB-MOTIF.
           DISPLAY "PGCHAINE : " FUNCTION TRIM (WS-CHAINE-FILENAME)
              " - " FUNCTION TRIM (WS-BAD-MOTIF).
           WRITE JOURNAL-OUT-DATA FROM JOURNAL-HEAD-LINE.
           WRITE JOURNAL-OUT-DATA FROM JOURNAL-BAD-LINE.
           MOVE 1 TO WS-CHAIN-RC.



       3000-FIND-START.

      *    CHAINE_DEPART wins over the restart file; without either the
      *    chain starts at its first step.
           MOVE WS-STP-NUM (1) TO WS-START-STEP.
           IF WS-DEPART-PARM NOT = SPACES
              IF WS-DEPART-PARM NUMERIC
                 MOVE WS-DEPART-PARM TO WS-START-STEP
                 MOVE "FORCE" TO WS-START-ORIGIN
              ELSE
                 DISPLAY "PGCHAINE : CHAINE_DEPART invalide, ignore"
              END-IF
           END-IF.
           IF WS-START-ORIGIN = "DEBUT"
              OPEN INPUT REPRISE-FILE
              IF reprise-ok
                 MOVE SPACES TO REPRISE-LINE
                 READ REPRISE-FILE INTO REPRISE-LINE
                 IF reprise-ok AND RPR-STEP NUMERIC
                    MOVE RPR-STEP TO WS-START-STEP
                    MOVE "REPRISE" TO WS-START-ORIGIN
                    DISPLAY "PGCHAINE : reprise a l'etape " RPR-STEP
                       " (" FUNCTION TRIM (RPR-PROGRAM) ", "
                       FUNCTION TRIM (RPR-MOTIF) " le " RPR-DATE ")"
                 END-IF
                 CLOSE REPRISE-FILE
              END-IF
           END-IF.
           MOVE WS-START-STEP TO WS-JRH-STEP.
           MOVE WS-START-ORIGIN TO WS-JRH-ORIGIN.
      *    A starting step that is not in the step file - a mistyped
      *    CHAINE_DEPART, or a restart on a step since removed - would
      *    pass every step as already done : nothing runs and the
      *    restart file is left as it is.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-START-FOUND
              IF WS-STP-NUM (WS-STEP-IDX) = WS-START-STEP
                 MOVE "Y" TO WS-START-FOUND-FLAG
              END-IF
           END-PERFORM.
           IF NOT WS-START-FOUND
              MOVE ZERO TO WS-LINE-NUM
              MOVE "etape de depart inconnue" TO WS-BAD-MOTIF
              PERFORM 2200-REJECT-CHAINE
           ELSE
              WRITE JOURNAL-OUT-DATA FROM JOURNAL-HEAD-LINE
           END-IF.



       4000-RUN-CHAIN.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STOPPED
              IF WS-STP-NUM (WS-STEP-IDX) < WS-START-STEP
      *          Finished on an earlier run : journalled, not re-run.
                 PERFORM 4050-INIT-STEP-LINE
                 MOVE "DEJA FAITE" TO WS-JRS-VERDICT
                 WRITE JOURNAL-OUT-DATA FROM JOURNAL-STEP-LINE
              ELSE
                 PERFORM 4100-RUN-STEP
              END-IF
           END-PERFORM.
      *    Run through to the end : there is nothing left to restart.
           IF NOT WS-STOPPED
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              CALL "CBL_DELETE_FILE" USING WS-REPRISE-FILENAME
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
              IF WS-ANY-WARNING
                 MOVE 2 TO WS-CHAIN-RC
              END-IF
           END-IF.



       4050-INIT-STEP-LINE.

           MOVE SPACES TO WS-JRS-START-DATE WS-JRS-START-TIME
              WS-JRS-END-DATE WS-JRS-END-TIME WS-JRS-VERDICT
              WS-JRS-DETAIL.
           MOVE ZERO TO WS-JRS-RC.
           MOVE WS-STP-NUM (WS-STEP-IDX) TO WS-JRS-STEP.
           MOVE WS-STP-PROGRAM (WS-STEP-IDX) TO WS-JRS-PROGRAM.
           MOVE WS-STP-MAX-RC (WS-STEP-IDX) TO WS-JRS-MAX-RC.



       4100-RUN-STEP.

           PERFORM 4050-INIT-STEP-LINE.
           PERFORM 7000-STAMP.
           MOVE WS-STAMP-DATE TO WS-JRS-START-DATE.
           MOVE WS-STAMP-TIME TO WS-JRS-START-TIME.
      *    A step whose input has not arrived yet (payroll's
      *    acknowledgment for pgretour) is not failed : the chain
      *    waits there and the next run picks it up.
           IF WS-STP-WAIT-FILE (WS-STEP-IDX) NOT = SPACES
              MOVE SPACES TO WS-WAIT-NAME
              STRING WS-STP-WAIT-FILE (WS-STEP-IDX) DELIMITED BY SPACE
                     X"00" DELIMITED BY SIZE
                     INTO WS-WAIT-NAME
              END-STRING
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              CALL "CBL_CHECK_FILE_EXIST" USING WS-WAIT-NAME
                 WS-FILE-INFO
              IF RETURN-CODE NOT = 0
                 MOVE "Y" TO WS-WAITING-FLAG
              END-IF
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.
           IF WS-WAITING
              MOVE "EN ATTENTE" TO WS-JRS-VERDICT
              MOVE WS-STP-WAIT-FILE (WS-STEP-IDX) TO WS-JRS-DETAIL
              WRITE JOURNAL-OUT-DATA FROM JOURNAL-STEP-LINE
              MOVE "ATTENTE" TO RPR-MOTIF
              PERFORM 5000-WRITE-REPRISE
              MOVE 3 TO WS-CHAIN-RC
           ELSE
              PERFORM 4150-EXECUTE-STEP
           END-IF.



       4150-EXECUTE-STEP.

           PERFORM 4200-BUILD-COMMAND.
           DISPLAY "PGCHAINE : etape " WS-JRS-STEP " "
              FUNCTION TRIM (WS-STP-PROGRAM (WS-STEP-IDX)).
      *    SYSTEM hands back the shell's wait status in RETURN-CODE :
      *    the step's own return code is its high byte, and anything
      *    in the low byte means the step never ended normally.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-SYSTEM-STATUS < 0
              MOVE 999 TO WS-STEP-RC
           ELSE
              DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-SYSTEM-HIGH
                 REMAINDER WS-SYSTEM-LOW
              IF WS-SYSTEM-LOW NOT = 0 OR WS-SYSTEM-HIGH > 999
                 MOVE 999 TO WS-STEP-RC
              ELSE
                 MOVE WS-SYSTEM-HIGH TO WS-STEP-RC
              END-IF
           END-IF.
           PERFORM 7000-STAMP.
           MOVE WS-STAMP-DATE TO WS-JRS-END-DATE.
           MOVE WS-STAMP-TIME TO WS-JRS-END-TIME.
           MOVE WS-STEP-RC TO WS-JRS-RC.
           EVALUATE TRUE
              WHEN WS-STEP-RC = 0
                 MOVE "OK" TO WS-JRS-VERDICT
              WHEN WS-STEP-RC NOT > WS-STP-MAX-RC (WS-STEP-IDX)
                 MOVE "AVERTISSEMENT" TO WS-JRS-VERDICT
                 MOVE "Y" TO WS-WARNING-FLAG
              WHEN OTHER
                 MOVE "ECHEC" TO WS-JRS-VERDICT
                 IF WS-STEP-RC = 999
                    MOVE "fin anormale" TO WS-JRS-DETAIL
                 END-IF
           END-EVALUATE.
           WRITE JOURNAL-OUT-DATA FROM JOURNAL-STEP-LINE.
           IF WS-JRS-VERDICT = "ECHEC"
              MOVE "ECHEC" TO RPR-MOTIF
              PERFORM 5000-WRITE-REPRISE
              MOVE 4 TO WS-CHAIN-RC
           END-IF.



       4200-BUILD-COMMAND.

      *    VAR='valeur' ... ./programme : the parameters live in the
      *    step's own shell and never reach the next step.
           MOVE SPACES TO WS-CMD.
           MOVE 1 TO WS-CMD-PTR.
           MOVE 1 TO WS-PARM-PTR.
           PERFORM UNTIL WS-PARM-PTR > 153
              MOVE SPACES TO WS-PARM-ITEM
              UNSTRING WS-STP-PARAMS (WS-STEP-IDX) DELIMITED BY ";"
                 INTO WS-PARM-ITEM
                 WITH POINTER WS-PARM-PTR
              END-UNSTRING
              IF WS-PARM-ITEM NOT = SPACES
                 MOVE SPACES TO WS-PARM-NAME WS-PARM-VALUE
                 UNSTRING WS-PARM-ITEM DELIMITED BY "="
                    INTO WS-PARM-NAME WS-PARM-VALUE
                 END-UNSTRING
                 STRING FUNCTION TRIM (WS-PARM-NAME) DELIMITED BY SIZE
                        "='" DELIMITED BY SIZE
                        FUNCTION TRIM (WS-PARM-VALUE) DELIMITED BY SIZE
                        "' " DELIMITED BY SIZE
                        INTO WS-CMD
                        WITH POINTER WS-CMD-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           STRING "./" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STP-PROGRAM (WS-STEP-IDX))
                     DELIMITED BY SIZE
                  INTO WS-CMD
                  WITH POINTER WS-CMD-PTR
           END-STRING.



       5000-WRITE-REPRISE.

           MOVE "Y" TO WS-STOP-FLAG.
           MOVE WS-JRS-STEP TO RPR-STEP.
           MOVE WS-STP-PROGRAM (WS-STEP-IDX) TO RPR-PROGRAM.
           MOVE WS-JRS-START-DATE (1:4) TO RPR-DATE (1:4).
           MOVE WS-JRS-START-DATE (6:2) TO RPR-DATE (5:2).
           MOVE WS-JRS-START-DATE (9:2) TO RPR-DATE (7:2).
           OPEN OUTPUT REPRISE-FILE.
           IF reprise-ok
              WRITE REPRISE-DATA FROM REPRISE-LINE
              CLOSE REPRISE-FILE
           ELSE
              DISPLAY "PGCHAINE : " FUNCTION TRIM (WS-REPRISE-FILENAME)
                 " non ecrit, relancer avec CHAINE_DEPART=" RPR-STEP
           END-IF.



       6000-END-CHAIN.

           PERFORM 7000-STAMP.
           MOVE WS-STAMP-DATE TO WS-JRE-DATE.
           MOVE WS-STAMP-TIME TO WS-JRE-TIME.
           MOVE WS-CHAIN-RC TO WS-JRE-RC.
           EVALUATE WS-CHAIN-RC
              WHEN 0
                 MOVE "TERMINEE" TO WS-JRE-VERDICT
              WHEN 1
                 MOVE "NON LANCEE - FICHIER DES ETAPES"
                    TO WS-JRE-VERDICT
              WHEN 2
                 MOVE "TERMINEE AVEC AVERTISSEMENT" TO WS-JRE-VERDICT
              WHEN 3
                 MOVE "ARRETEE - FICHIER ATTENDU" TO WS-JRE-VERDICT
              WHEN OTHER
                 MOVE "ARRETEE SUR ECHEC" TO WS-JRE-VERDICT
           END-EVALUATE.
           WRITE JOURNAL-OUT-DATA FROM JOURNAL-END-LINE.
           CLOSE JOURNAL-FILE.
           DISPLAY "PGCHAINE : " FUNCTION TRIM (WS-JRE-VERDICT)
              " - RC=" WS-CHAIN-RC.
           MOVE WS-CHAIN-RC TO RETURN-CODE.



       7000-STAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:4) TO WS-STAMP-DATE (1:4).
           MOVE "-" TO WS-STAMP-DATE (5:1).
           MOVE WS-TIMESTAMP (5:2) TO WS-STAMP-DATE (6:2).
           MOVE "-" TO WS-STAMP-DATE (8:1).
           MOVE WS-TIMESTAMP (7:2) TO WS-STAMP-DATE (9:2).
           MOVE WS-TIMESTAMP (9:2) TO WS-STAMP-TIME (1:2).
           MOVE ":" TO WS-STAMP-TIME (3:1).
           MOVE WS-TIMESTAMP (11:2) TO WS-STAMP-TIME (4:2).
           MOVE ":" TO WS-STAMP-TIME (6:1).
           MOVE WS-TIMESTAMP (13:2) TO WS-STAMP-TIME (7:2).
