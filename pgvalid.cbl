      *    2000-VALIDATE-RECORD and the correction subsystem (pgcorrect),
      *    so a rejected record gets re-checked exactly the same way it
      *    was checked the first time through.
      *    The societe reference table is loaded once, on the first
      *    CALL, and kept in WORKING-STORAGE for the life of the run
      *    since GnuCOBOL does not re-initialize a subprogram unless it
      *    is CANCELed; contrats.dat is opened on that same first CALL
      *    and stays open, each contract being read on its key.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGVALID.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SOCIETE-STATUS.
      *    CONTRAT-FILE is the policy/contract master - valid
      *    NUMBER1/NUMBER2 pairs, keyed on the pair (pgrefload builds
      *    it from Finance's list).
           SELECT CONTRAT-FILE ASSIGN TO 'contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTR-KEY
                  FILE STATUS IS CONTRAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       01  SOCIETE-IN-DATA PIC X(80).

       FD  CONTRAT-FILE.
       01  CONTRAT-REC.
           05 CTR-KEY.
              10 CTR-NUMBER1 PIC X(8).
              10 CTR-NUMBER2 PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FIRST-CALL-FLAG PIC X VALUE "Y".
              10 SOC-MAX-INT PIC X(6).
              10 SOC-MAX-COMMA PIC X.
              10 SOC-MAX-DEC PIC XX.
      *    The sending calendar behind the bands belongs to pgrelance;
      *    it is read past here, and a line without one reads the same.
           05 FILLER PIC X VALUE SPACE.
           05 SOC-FREQ PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 SOC-JOUR PIC XX.
       01  SOCIETE-TABLE.
           05 SOCIETE-ENTRY OCCURS 500 TIMES.
               10 SOC-TBL-CODE PIC X(5).
       01  WS-SOC-FOUND-FLAG PIC X VALUE "N".
           88 WS-SOC-FOUND VALUE "Y".

       01  WS-CTR-USABLE-FLAG PIC X VALUE "N".
           88 WS-CTR-USABLE VALUE "Y".

      *    The official status list : anything else - a typo, an
      *    empty field - rejects through rejets.dat so pgcorrect can

           IF WS-FIRST-CALL
              PERFORM 0100-LOAD-SOCIETE-TABLE
              PERFORM 0200-OPEN-CONTRAT-FILE
              MOVE "N" TO WS-FIRST-CALL-FLAG
           END-IF.




       0200-OPEN-CONTRAT-FILE.

      *    contrats.dat is optional in the same way as societe.dat,
      *    and an empty one checks nothing either.
           OPEN INPUT CONTRAT-FILE.
           IF contrat-ok
              READ CONTRAT-FILE NEXT RECORD
              IF contrat-ok
                 MOVE "Y" TO WS-CTR-USABLE-FLAG
              ELSE
                 CLOSE CONTRAT-FILE
              END-IF
           END-IF.



       0400-CHECK-CONTRACT.

           IF WS-CTR-USABLE
              AND LK-NUMBER1 NOT = SPACES AND LK-NUMBER2 NOT = SPACES
              MOVE LK-NUMBER1 TO CTR-NUMBER1
              MOVE LK-NUMBER2 TO CTR-NUMBER2
              READ CONTRAT-FILE
                 INVALID KEY
                    MOVE "N" TO LK-VALID-FLAG
                    MOVE "Contrat inconnu" TO LK-REJECT-REASON
              END-READ
           END-IF.
