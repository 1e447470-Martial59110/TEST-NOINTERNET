      *    cumulative indexed master pgtest maintains - one keyed
      *    START instead of a front-to-back scan - and shows the
      *    record's whole history across runs : one line per run date
      *    and contract with status, society code, converted salary,
      *    contract number and the reject/doublon outcome. When the
      *    master is not there (or holds nothing for that key) the
      *    lookup falls back to the flat-file scan of DATASSUR_FILE,
      *    which also remains the path for NUMBER1/NUMBER2 searches
      *    since the master is not keyed on the contract pair. The
      *    flat-file detail converts through the same taux.dat rate
      *    set pgtest loads, so the salary quoted on the phone is the
      *    salary on the report.
      *    RC=1 when no parameter was given, the file would not open,
      *    or nothing matched.

       FD  TEST-FILE.
       01  ALL-DATA.
           05  NUMBERSS PIC X(8).
               88 ENV-ENTETE VALUE "ENTETE".
               88 ENV-FIN VALUE "FIN".
           05  STAR1 PIC X.
           05  NAMES PIC X(14).
           05  STAR2 PIC X.
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

       WORKING-STORAGE SECTION.
       01  INPUT-STATUS PIC X(2).
           IF input-open-ok
              PERFORM UNTIL endofile
                 READ TEST-FILE
                 IF NOT endofile AND NOT ENV-ENTETE AND NOT ENV-FIN
                    PERFORM 2100-PROCESS-RECORD
                 END-IF
              END-PERFORM
           IF master-ok
              MOVE WS-ASK-NUMBERSS TO MST-NUMBERSS
              MOVE LOW-VALUES TO MST-RUN-DATE
              MOVE LOW-VALUES TO MST-NUMBER1
              MOVE "N" TO WS-MST-DONE-FLAG
              START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
                 INVALID KEY MOVE "Y" TO WS-MST-DONE-FLAG
              "  STATUT : " MST-STATUS
              "  SOCIETE : " MST-SOCIETY-CODE
              "  SALAIRE : " WS-SALARY-DISP
              "  CONTRAT : " MST-NUMBER1
              "  SORT : " MST-OUTCOME.


