      *    pgrefload is the gate in front of the reference masters
      *    PGVALID and pgtest trust blindly : it checks an incoming
      *    candidate for societe.dat (REF_SOCIETE, default
      *    societe_nouveau.dat), for contrats.dat (REF_CONTRATS,
      *    default contrats_nouveau.dat) and for paie_contrats.dat
      *    (REF_PAIE, default paie_contrats_nouveau.dat) - duplicate
      *    codes, pairs or NUMBER1, blank fields, malformed
      *    NUMBER1/NUMBER2, a sending calendar pgrelance could not
      *    read, and the 500 societes PGVALID's table can actually
      *    hold - and only promotes a candidate that passes every
      *    check. contrats.dat and paie_contrats.dat are indexed
      *    masters : the candidate lines are keyed into a work file
      *    as they are checked, which is what catches a duplicate,
      *    and a promotion rebuilds the master from that work file.
      *    chargement_refs.dat is the load report : counts per file,
      *    one line per refused record with its motif, and the
      *    PROMU / REFUSE verdict. A candidate with any refusal is
           SELECT CTRIN-FILE ASSIGN TO DYNAMIC WS-CTRIN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CTRIN-STATUS.
           SELECT PXRIN-FILE ASSIGN TO DYNAMIC WS-PXRIN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PXRIN-STATUS.
      *    Keyed work copies of the accepted candidate lines, and the
      *    indexed masters a clean candidate is promoted into.
           SELECT CTRWK-FILE ASSIGN TO 'contrats_charge.tmp'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTRW-KEY
                  FILE STATUS IS CTRWK-STATUS.
           SELECT CONTRAT-FILE ASSIGN TO 'contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTR-KEY
                  FILE STATUS IS CONTRAT-STATUS.
           SELECT PXRWK-FILE ASSIGN TO 'paie_charge.tmp'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PXRW-NUMBER1
                  FILE STATUS IS PXRWK-STATUS.
           SELECT PAIEXREF-FILE ASSIGN TO 'paie_contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PXR-NUMBER1
                  FILE STATUS IS PAIEXREF-STATUS.
           SELECT CHARGE-FILE ASSIGN TO 'chargement_refs.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHARGE-STATUS.
       FD  CTRIN-FILE.
       01  CTRIN-IN-DATA PIC X(80).

       FD  PXRIN-FILE.
       01  PXRIN-IN-DATA PIC X(80).

       FD  CTRWK-FILE.
       01  CTRWK-REC.
           05 CTRW-KEY.
              10 CTRW-NUMBER1 PIC X(8).
              10 CTRW-NUMBER2 PIC X(8).

      *    Same record PGVALID reads contracts on.
       FD  CONTRAT-FILE.
       01  CONTRAT-REC.
           05 CTR-KEY.
              10 CTR-KEY-NUMBER1 PIC X(8).
              10 CTR-KEY-NUMBER2 PIC X(8).

       FD  PXRWK-FILE.
       01  PXRWK-REC.
           05 PXRW-NUMBER1 PIC X(8).
           05 PXRW-PAIE-ID PIC X(10).

      *    Same record pgtest reads the payroll ids on.
       FD  PAIEXREF-FILE.
       01  PAIEXREF-REC.
           05 PXR-NUMBER1 PIC X(8).
           05 PXR-PAIE-ID PIC X(10).

       FD  CHARGE-FILE.
       01  CHARGE-OUT-DATA PIC X(200).

       01  CTRIN-STATUS PIC X(2).
           88 ctrin-ok VALUE "00".
           88 ctrin-eof VALUE "10".
       01  PXRIN-STATUS PIC X(2).
           88 pxrin-ok VALUE "00".
           88 pxrin-eof VALUE "10".
       01  CTRWK-STATUS PIC X(2).
           88 ctrwk-ok VALUE "00".
           88 ctrwk-eof VALUE "10".
       01  CONTRAT-STATUS PIC X(2).
           88 contrat-ok VALUE "00".
       01  PXRWK-STATUS PIC X(2).
           88 pxrwk-ok VALUE "00".
           88 pxrwk-eof VALUE "10".
       01  PAIEXREF-STATUS PIC X(2).
           88 paiexref-ok VALUE "00".
       01  CHARGE-STATUS PIC X(2).
           88 charge-ok VALUE "00".
       01  WS-SOCIN-FILENAME PIC X(100) VALUE "societe_nouveau.dat".
       01  WS-CTRIN-FILENAME PIC X(100) VALUE "contrats_nouveau.dat".
       01  WS-PXRIN-FILENAME PIC X(100)
           VALUE "paie_contrats_nouveau.dat".
       01  WS-CTRWK-FILENAME PIC X(20) VALUE "contrats_charge.tmp".
       01  WS-PXRWK-FILENAME PIC X(20) VALUE "paie_charge.tmp".
       01  WS-FILENAME-PARM PIC X(100).
      *    Same line image PGVALID reads back from societe.dat. The
      *    band fields are optional (blank = no plausibility check
      *    for that societe) but must be well formed when present.
       01  SOCIETE-LINE.
              10 SOC-MAX-INT PIC X(6).
              10 SOC-MAX-COMMA PIC X.
              10 SOC-MAX-DEC PIC XX.
      *    The sending calendar is optional too : J (daily), H (weekly,
      *    day 01 = Monday to 07) or M (monthly, day 01 to 31 - a day
      *    past the end of a short month falls on its last day).
           05 FILLER PIC X VALUE SPACE.
           05 SOC-FREQ PIC X.
              88 SOC-FREQ-VALID VALUE "J" "H" "M".
           05 FILLER PIC X VALUE SPACE.
           05 SOC-JOUR PIC XX.
           05 SOC-JOUR-NUM REDEFINES SOC-JOUR PIC 99.
      *    The contract list as Finance sends it : one pair per line.
       01  CONTRAT-LINE.
           05 CTR-NUMBER1 PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTR-NUMBER2 PIC X(8).
      *    paie_contrats.dat as payroll sends it : our NUMBER1 and the
      *    contract id they know it by.
       01  PAIEXREF-LINE.
           05 PXL-NUMBER1 PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 PXL-PAIE-ID PIC X(10).
       01  WS-SOC-TABLE.
           05 WS-SOC-ENTRY OCCURS 500 TIMES.
               10 WS-SOC-TBL-CODE PIC X(5).
       01  WS-SOC-COUNT PIC 9(4) VALUE 0.
       01  WS-SOC-IDX PIC 9(4) VALUE 0.
       01  WS-WORK-USABLE-FLAG PIC X VALUE "N".
           88 WS-WORK-USABLE VALUE "Y".
       01  WS-DUP-FOUND-FLAG PIC X VALUE "N".
           88 WS-DUP-FOUND VALUE "Y".
       01  WS-BAND-MIN-WORK PIC 9(6)V99 VALUE ZERO.
           05 WS-CHG-FILENAME PIC X(100).
       01  CHARGE-REFUSE-LINE.
           05 FILLER PIC X(9) VALUE "REFUSE :".
           05 WS-CHG-LIGNE PIC X(72).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(8) VALUE "MOTIF :".
           05 WS-CHG-MOTIF PIC X(30).
           OPEN OUTPUT CHARGE-FILE.
           PERFORM 2000-CHECK-SOCIETE.
           PERFORM 3000-CHECK-CONTRATS.
           PERFORM 4000-CHECK-PAIE.
           CLOSE CHARGE-FILE.
           IF NOT WS-ANY-CANDIDATE
              DISPLAY "PGREFLOAD : aucun fichier candidat"
           IF WS-FILENAME-PARM NOT = SPACES
              MOVE WS-FILENAME-PARM TO WS-CTRIN-FILENAME
           END-IF.
           MOVE SPACES TO WS-FILENAME-PARM.
           ACCEPT WS-FILENAME-PARM FROM ENVIRONMENT "REF_PAIE".
           IF WS-FILENAME-PARM NOT = SPACES
              MOVE WS-FILENAME-PARM TO WS-PXRIN-FILENAME
           END-IF.



           IF WS-MOTIF = SPACES
              PERFORM 2200-CHECK-SOCIETE-BAND
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 2300-CHECK-SOCIETE-CALENDAR
           END-IF.
           IF WS-MOTIF = SPACES
              ADD 1 TO WS-ACCEPT-CNT
              ADD 1 TO WS-SOC-COUNT



       2300-CHECK-SOCIETE-CALENDAR.

      *    No frequency is a societe nobody chases; a frequency needs
      *    a day that fits it, except daily which takes none.
           IF SOC-FREQ = SPACE AND SOC-JOUR = SPACES
              CONTINUE
           ELSE
           IF NOT SOC-FREQ-VALID
              MOVE "Frequence d'envoi inconnue" TO WS-MOTIF
           ELSE
           IF SOC-FREQ = "J"
              IF SOC-JOUR NOT = SPACES
                 MOVE "Jour d'envoi inutile" TO WS-MOTIF
              END-IF
           ELSE
           IF SOC-JOUR NOT NUMERIC
              MOVE "Jour d'envoi invalide" TO WS-MOTIF
           ELSE
           IF SOC-JOUR-NUM < 1
              OR (SOC-FREQ = "H" AND SOC-JOUR-NUM > 7)
              OR (SOC-FREQ = "M" AND SOC-JOUR-NUM > 31)
              MOVE "Jour d'envoi invalide" TO WS-MOTIF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.



       2500-CONCLUDE-SOCIETE.

           MOVE WS-READ-CNT TO WS-CHG-READ.
              MOVE ZERO TO WS-READ-CNT
              MOVE ZERO TO WS-ACCEPT-CNT
              MOVE ZERO TO WS-REFUSE-CNT
              MOVE "N" TO WS-WORK-USABLE-FLAG
              OPEN OUTPUT CTRWK-FILE
              IF ctrwk-ok
                 MOVE "Y" TO WS-WORK-USABLE-FLAG
              ELSE
                 DISPLAY "PGREFLOAD : contrats_charge.tmp inutilisable"
              END-IF
              PERFORM UNTIL ctrin-eof
                 READ CTRIN-FILE INTO CONTRAT-LINE
                 IF ctrin-ok
              END-PERFORM
              CLOSE CTRIN-FILE
              PERFORM 3500-CONCLUDE-CONTRATS
              IF WS-WORK-USABLE
                 CLOSE CTRWK-FILE
              END-IF
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              CALL "CBL_DELETE_FILE" USING WS-CTRWK-FILENAME
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.


           IF CTR-NUMBER1 NOT NUMERIC OR CTR-NUMBER2 NOT NUMERIC
              MOVE "Paire mal formee" TO WS-MOTIF
           ELSE
      *       A work file that would not open cannot tell a duplicate
      *       from a new pair, so every line is refused rather than
      *       promoted unchecked.
           IF NOT WS-WORK-USABLE
              MOVE "Verification impossible" TO WS-MOTIF
           ELSE
              MOVE CTR-NUMBER1 TO CTRW-NUMBER1
              MOVE CTR-NUMBER2 TO CTRW-NUMBER2
              WRITE CTRWK-REC
                 INVALID KEY
                    MOVE "Paire en double" TO WS-MOTIF
              END-WRITE
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              ADD 1 TO WS-ACCEPT-CNT
           ELSE
              ADD 1 TO WS-REFUSE-CNT
              MOVE CONTRAT-LINE TO WS-CHG-LIGNE

       3600-PROMOTE-CONTRATS.

      *    The work file already holds every accepted pair in key
      *    order; the master is rebuilt from it in one pass. The
      *    master is only opened for output once the work file has
      *    been read back open, so a lost work file never empties it.
           CLOSE CTRWK-FILE.
           OPEN INPUT CTRWK-FILE.
           IF NOT ctrwk-ok
              DISPLAY "PGREFLOAD : contrats_charge.tmp inutilisable"
              MOVE "N" TO WS-WORK-USABLE-FLAG
              MOVE "REFUSE" TO WS-CHG-VERDICT
              MOVE "Y" TO WS-ANY-REFUSED-FLAG
           ELSE
              OPEN OUTPUT CONTRAT-FILE
              IF NOT contrat-ok
                 DISPLAY "PGREFLOAD : contrats.dat inutilisable"
                 MOVE "REFUSE" TO WS-CHG-VERDICT
                 MOVE "Y" TO WS-ANY-REFUSED-FLAG
              ELSE
                 PERFORM UNTIL NOT ctrwk-ok
                    READ CTRWK-FILE NEXT RECORD
                    IF ctrwk-ok
                       MOVE CTRWK-REC TO CONTRAT-REC
                       WRITE CONTRAT-REC
                    END-IF
                 END-PERFORM
                 CLOSE CONTRAT-FILE
              END-IF
           END-IF.



       4000-CHECK-PAIE.

           OPEN INPUT PXRIN-FILE.
           IF pxrin-ok
              MOVE "Y" TO WS-ANY-CANDIDATE-FLAG
              MOVE WS-PXRIN-FILENAME TO WS-CHG-FILENAME
              WRITE CHARGE-OUT-DATA FROM CHARGE-TITLE-LINE
              MOVE ZERO TO WS-READ-CNT
              MOVE ZERO TO WS-ACCEPT-CNT
              MOVE ZERO TO WS-REFUSE-CNT
              MOVE "N" TO WS-WORK-USABLE-FLAG
              OPEN OUTPUT PXRWK-FILE
              IF pxrwk-ok
                 MOVE "Y" TO WS-WORK-USABLE-FLAG
              ELSE
                 DISPLAY "PGREFLOAD : paie_charge.tmp inutilisable"
              END-IF
              PERFORM UNTIL pxrin-eof
                 MOVE SPACES TO PAIEXREF-LINE
                 READ PXRIN-FILE INTO PAIEXREF-LINE
                 IF pxrin-ok
                    ADD 1 TO WS-READ-CNT
                    PERFORM 4100-CHECK-ONE-PAIE
                 END-IF
              END-PERFORM
              CLOSE PXRIN-FILE
              PERFORM 4500-CONCLUDE-PAIE
              IF WS-WORK-USABLE
                 CLOSE PXRWK-FILE
              END-IF
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              CALL "CBL_DELETE_FILE" USING WS-PXRWK-FILENAME
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.



       4100-CHECK-ONE-PAIE.

      *    pgtest can only carry one payroll id per NUMBER1, so a
      *    second line for the same NUMBER1 is refused, not kept.
           MOVE SPACES TO WS-MOTIF.
           IF PXL-NUMBER1 = SPACES
              MOVE "NUMBER1 manquant" TO WS-MOTIF
           ELSE
           IF PXL-NUMBER1 NOT NUMERIC
              MOVE "NUMBER1 mal forme" TO WS-MOTIF
           ELSE
           IF PXL-PAIE-ID = SPACES
              MOVE "Id paie manquant" TO WS-MOTIF
           ELSE
           IF NOT WS-WORK-USABLE
              MOVE "Verification impossible" TO WS-MOTIF
           ELSE
              MOVE PXL-NUMBER1 TO PXRW-NUMBER1
              MOVE PXL-PAIE-ID TO PXRW-PAIE-ID
              WRITE PXRWK-REC
                 INVALID KEY
                    MOVE "NUMBER1 en double" TO WS-MOTIF
              END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              ADD 1 TO WS-ACCEPT-CNT
           ELSE
              ADD 1 TO WS-REFUSE-CNT
              MOVE PAIEXREF-LINE TO WS-CHG-LIGNE
              MOVE WS-MOTIF TO WS-CHG-MOTIF
              WRITE CHARGE-OUT-DATA FROM CHARGE-REFUSE-LINE
           END-IF.



       4500-CONCLUDE-PAIE.

           MOVE WS-READ-CNT TO WS-CHG-READ.
           MOVE WS-ACCEPT-CNT TO WS-CHG-ACCEPT.
           MOVE WS-REFUSE-CNT TO WS-CHG-REFUSE.
           IF WS-REFUSE-CNT = 0 AND WS-READ-CNT > 0
              MOVE "PROMU" TO WS-CHG-VERDICT
              PERFORM 4600-PROMOTE-PAIE
           ELSE
              MOVE "REFUSE" TO WS-CHG-VERDICT
              MOVE "Y" TO WS-ANY-REFUSED-FLAG
           END-IF.
           WRITE CHARGE-OUT-DATA FROM CHARGE-COUNT-LINE.



       4600-PROMOTE-PAIE.

           CLOSE PXRWK-FILE.
           OPEN INPUT PXRWK-FILE.
           IF NOT pxrwk-ok
              DISPLAY "PGREFLOAD : paie_charge.tmp inutilisable"
              MOVE "N" TO WS-WORK-USABLE-FLAG
              MOVE "REFUSE" TO WS-CHG-VERDICT
              MOVE "Y" TO WS-ANY-REFUSED-FLAG
           ELSE
              OPEN OUTPUT PAIEXREF-FILE
              IF NOT paiexref-ok
                 DISPLAY "PGREFLOAD : paie_contrats.dat inutilisable"
                 MOVE "REFUSE" TO WS-CHG-VERDICT
                 MOVE "Y" TO WS-ANY-REFUSED-FLAG
              ELSE
                 PERFORM UNTIL NOT pxrwk-ok
                    READ PXRWK-FILE NEXT RECORD
                    IF pxrwk-ok
                       MOVE PXRWK-REC TO PAIEXREF-REC
                       WRITE PAIEXREF-REC
                    END-IF
                 END-PERFORM
                 CLOSE PAIEXREF-FILE
              END-IF
           END-IF.
