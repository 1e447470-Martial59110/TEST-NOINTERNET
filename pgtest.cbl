      *    TEST-FILE may arrive in any order : the run sorts every
      *    record on SOCIETY then NUMBERSS before the detail pass,
      *    so the per-company subtotal break always sees one group
      *    per company whatever the source dropped. Every file comes
      *    wrapped in an ENTETE line (sender code, extract date,
      *    sequence number) and a FIN line (detail count, salary
      *    total); a file whose envelope does not hold up is refused
      *    whole and listed in rejets_fichiers.dat.
           SELECT TEST-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INPUT-STATUS.
      *    record per valid ACTIF contract, in the layout the payroll
      *    system expects (their contract id, converted salary, society
      *    code). PAIEXREF-FILE maps our NUMBER1 to payroll's contract
      *    id, keyed on NUMBER1 (pgrefload builds it from payroll's
      *    list); when a NUMBER1 is absent from it, NUMBER1 itself is
      *    sent.
           SELECT PAIE-FILE ASSIGN TO 'paie.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAIE-STATUS.
           SELECT PAIEXREF-FILE ASSIGN TO 'paie_contrats.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PXR-NUMBER1
                  FILE STATUS IS PAIEXREF-STATUS.
      *    MVT-FILE is the payroll interface in movement mode
      *    (PAIE_MODE=MOUVEMENTS) : instead of the full paie.dat
      *    snapshot, only what changed since the previous run -
      *    ENTREE, SORTIE, MODIF - closed by a trailer of counts.
           SELECT MVT-FILE ASSIGN TO 'paie_mouvements.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MVT-STATUS.
           SELECT MVT-SORT-FILE ASSIGN TO 'tri_mouvements.tmp'.
           SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHECKPOINT-STATUS.
      *    DUPKEY-FILE holds every NUMBER1/NUMBER2 pair the pass has
      *    met, with the position in the sorted stream of the record
      *    that brought it. It outlives a crash, so a resumed run
      *    carries on with the pairs its first attempt had met.
           SELECT DUPKEY-FILE ASSIGN TO 'dup_cles.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DUPK-KEY
                  FILE STATUS IS DUPKEY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'audit.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TAUX-STATUS.
      *    MASTER-FILE is the cumulative contract master pginquire
      *    answers the phone from : one row per NUMBERSS, run date
      *    and NUMBER1, so a person's two contracts keep a row each.
      *    The row carries what this run decided about the record -
      *    status, society code, converted salary, the
      *    reject/doublon outcome, and the product and contract pair
      *    the premium run bills from. It survives the daily overwrite
      *    of datassur.dat, so a caller's history stays visible
      *    across runs.
           SELECT MASTER-FILE ASSIGN TO 'histo_contrats.dat'
           SELECT ANOMALIE-FILE ASSIGN TO 'anomalies_salaire.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ANOMALIE-STATUS.
      *    FLUX-FILE is the register of every feed taken in so far -
      *    sender code, sequence number, creation date and the run
      *    date that processed it. A new feed's sequence number is
      *    checked against it, and a file sent twice is recognised
      *    by it. Only a completed pass adds to it, so a resumed run
      *    re-checks its inputs exactly as the crashed attempt did.
           SELECT FLUX-FILE ASSIGN TO 'flux_recus.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FLUX-STATUS.
      *    REJFIC-FILE only comes into being when an input file was
      *    refused whole at the envelope check - one line per file
      *    with the motif to quote when the sender is called.
           SELECT REJFIC-FILE ASSIGN TO 'rejets_fichiers.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REJFIC-STATUS.
      *    MULTIWRK-FILE takes one line per ACTIF contract the pass
      *    kept; once the pass is over it is sorted on NUMBERSS,
      *    societe code and contract pair so every insured person's
      *    contracts sit together, and MULTI-FILE lists the people
      *    employed under more than one societe code - or twice under
      *    the same one on different NUMBER1 - with their combined
      *    salary against the MULTI_PLAFOND ceiling.
           SELECT MULTIWRK-FILE ASSIGN TO 'multi_travail.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MULTIWRK-STATUS.
           SELECT MULTI-SORT-FILE ASSIGN TO 'tri_multi.tmp'.
           SELECT MULTI-FILE ASSIGN TO 'multi_emplois.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MULTI-STATUS.
      *    STATHIST-FILE is pgcloture's history of closed months. A
      *    run dated in a month already closed still updates the
      *    master, but every row it writes is listed in APRESCLO-FILE
      *    (kept from run to run) and raises an alert : the frozen
      *    figures no longer tell the whole story of that month.
           SELECT STATHIST-FILE ASSIGN TO 'stats_historique.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STH-KEY
                  FILE STATUS IS STATHIST-STATUS.
           SELECT APRESCLO-FILE ASSIGN TO 'apres_cloture.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APRESCLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEST-FILE.
       01  ALL-DATA.
           05  NUMBERSS PIC X(8).
               88 ENV-ENTETE VALUE "ENTETE".
               88 ENV-FIN VALUE "FIN".
           05  STAR1 PIC X.
           05  NAMES PIC X(14).
           05  STAR2 PIC X.
       01  PAIE-OUT-DATA PIC X(26).

       FD  PAIEXREF-FILE.
       01  PAIEXREF-REC.
           05 PXR-NUMBER1 PIC X(8).
           05 PXR-PAIE-ID PIC X(10).

       FD  MVT-FILE.
       01  MVT-OUT-DATA PIC X(64).

      *    Master rows up to today, re-sorted so each contract's
      *    history sits together in run date order.
       SD  MVT-SORT-FILE.
       01  MVT-SORT-REC.
           05 MVS-NUMBERSS PIC X(8).
           05 MVS-NUMBER1 PIC X(8).
           05 MVS-RUN-DATE PIC X(8).
           05 MVS-STATUS PIC X(8).
           05 MVS-CODE PIC X(5).
           05 MVS-SALARY PIC 9(9)V99.
           05 MVS-OUTCOME PIC X(8).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-OUT-DATA PIC X(200).

       FD  DUPKEY-FILE.
       01  DUPKEY-REC.
           05 DUPK-KEY.
              10 DUPK-NUMBER1 PIC X(8).
              10 DUPK-NUMBER2 PIC X(8).
           05 DUPK-POSITION PIC 9(6).

       FD  AUDIT-FILE.
       01  AUDIT-OUT-DATA PIC X(200).
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

       FD  BORDEREAU-FILE.
       01  BORDEREAU-IN-DATA PIC X(200).
       FD  ANOMALIE-FILE.
       01  ANOMALIE-OUT-DATA PIC X(200).

       FD  FLUX-FILE.
       01  FLUX-IO-DATA PIC X(200).

       FD  REJFIC-FILE.
       01  REJFIC-OUT-DATA PIC X(200).

       FD  MULTIWRK-FILE.
       01  MULTIWRK-DATA PIC X(84).

       SD  MULTI-SORT-FILE.
       01  MULTI-SORT-REC.
           05 MSR-NUMBERSS PIC X(8).
           05 MSR-CODE PIC X(5).
           05 MSR-NUMBER1 PIC X(8).
           05 MSR-NUMBER2 PIC X(8).
           05 MSR-SALARY PIC 9(9)V99.
           05 MSR-SOCIETY PIC X(30).
           05 MSR-NAMES PIC X(14).

       FD  MULTI-FILE.
       01  MULTI-OUT-DATA PIC X(200).

      *    Mirror of pgcloture's STATHIST-REC.
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

       FD  APRESCLO-FILE.
       01  APRESCLO-OUT-DATA PIC X(200).

       WORKING-STORAGE SECTION.
       01  ALL-STARS PIC X(200) VALUE ALL "*".
       01  HEADER.
       01  PAIEXREF-STATUS PIC X(2).
           88 paiexref-ok VALUE "00".
           88 paiexref-eof VALUE "10".
       01  MVT-STATUS PIC X(2).
           88 mvt-ok VALUE "00".
       01  WS-PAIE-MODE PIC X(10) VALUE SPACES.
           88 WS-PAIE-MOUVEMENTS VALUE "MOUVEMENTS".
       01  WS-PAIE-FILENAME PIC X(20) VALUE "paie.dat".
       01  WS-MVT-FILENAME PIC X(20) VALUE "paie_mouvements.dat".
      *    Movement scan state : the contract's latest row of an
      *    earlier run date and its row of today, both taken from the
      *    master once the pass has written today's rows.
       01  WS-MVT-PREV-DATE PIC X(8) VALUE SPACES.
       01  WS-MVT-KEY.
           05 WS-MVT-KEY-NUMBERSS PIC X(8) VALUE SPACES.
           05 WS-MVT-KEY-NUMBER1 PIC X(8) VALUE SPACES.
       01  WS-MVT-SORT-EOF-FLAG PIC X VALUE "N".
           88 WS-MVT-SORT-EOF VALUE "Y".
       01  WS-MVT-FED-FLAG PIC X VALUE "N".
           88 WS-MVT-CODE-FED VALUE "Y".
      *    Latest run date before today at which each sender's feed
      *    was taken in, from the feed register.
       01  WS-MVF-TABLE.
           05 WS-MVF-ENTRY OCCURS 200 TIMES.
               10 WS-MVF-CODE PIC X(5).
               10 WS-MVF-DATE PIC X(8).
       01  WS-MVF-COUNT PIC 9(3) VALUE 0.
       01  WS-MVF-IDX PIC 9(3) VALUE 0.
       01  WS-MVT-PREV-FLAG PIC X VALUE "N".
           88 WS-MVT-PREV-FOUND VALUE "Y".
       01  WS-MVT-CURR-FLAG PIC X VALUE "N".
           88 WS-MVT-CURR-FOUND VALUE "Y".
       01  WS-MVT-PREV-ACT-FLAG PIC X VALUE "N".
           88 WS-MVT-PREV-ACTIVE VALUE "Y".
       01  WS-MVT-CURR-ACT-FLAG PIC X VALUE "N".
           88 WS-MVT-CURR-ACTIVE VALUE "Y".
       01  WS-MVT-DONE-FLAG PIC X VALUE "N".
           88 WS-MVT-DONE VALUE "Y".
       01  WS-MVT-PREV-ROW.
           05 WS-MVP-STATUS PIC X(8).
           05 WS-MVP-CODE PIC X(5).
           05 WS-MVP-SALARY PIC 9(9)V99.
           05 WS-MVP-OUTCOME PIC X(8).
           05 WS-MVP-NUMBER1 PIC X(8).
       01  WS-MVT-CURR-ROW.
           05 WS-MVC-STATUS PIC X(8).
           05 WS-MVC-CODE PIC X(5).
           05 WS-MVC-SALARY PIC 9(9)V99.
           05 WS-MVC-OUTCOME PIC X(8).
           05 WS-MVC-NUMBER1 PIC X(8).
       01  WS-MVT-NUMBER1 PIC X(8) VALUE SPACES.
       01  WS-MVT-ENTREE-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-SORTIE-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-MODIF-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-PREV-ACT-CNT PIC 9(6) VALUE ZERO.
       01  WS-MVT-CURR-ACT-CNT PIC 9(6) VALUE ZERO.
       01  WS-CTL-MVT-CNT PIC 9(6) VALUE ZERO.
      *    Same contract id, old/new salary and code layout payroll
      *    reads from paie.dat, plus the movement type and motif.
       01  MVT-LINE.
           05 MVT-CONTRAT-ID PIC X(10).
           05 MVT-TYPE PIC X(6).
           05 MVT-NUMBERSS PIC X(8).
           05 MVT-OLD-SALARY PIC 9(9)V99.
           05 MVT-NEW-SALARY PIC 9(9)V99.
           05 MVT-OLD-CODE PIC X(5).
           05 MVT-NEW-CODE PIC X(5).
           05 MVT-MOTIF PIC X(8).
       01  MVT-TRAILER-LINE.
           05 MVT-TRL-TAG PIC X(10) VALUE "FIN".
           05 MVT-TRL-ENTREE PIC 9(6).
           05 MVT-TRL-SORTIE PIC 9(6).
           05 MVT-TRL-MODIF PIC 9(6).
           05 MVT-TRL-TOTAL PIC 9(6).
       01  MULTIWRK-STATUS PIC X(2).
           88 multiwrk-ok VALUE "00".
       01  MULTI-STATUS PIC X(2).
           88 multi-ok VALUE "00".
       01  STATHIST-STATUS PIC X(2).
           88 stathist-ok VALUE "00".
       01  APRESCLO-STATUS PIC X(2).
           88 apresclo-ok VALUE "00".
       01  WS-MOIS-CLOS-FLAG PIC X VALUE "N".
           88 WS-MOIS-CLOS VALUE "Y".
       01  WS-APC-OPEN-FLAG PIC X VALUE "N".
           88 WS-APC-OPEN VALUE "Y".
       01  WS-APC-CNT PIC 9(6) VALUE ZERO.
       01  WS-APC-CLOTURE-DATE PIC X(8) VALUE SPACES.
       01  APRESCLO-LINE.
           05 FILLER PIC X(7) VALUE "DATE :".
           05 WS-APC-RUN-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(13) VALUE "CLOTURE DU :".
           05 WS-APC-CLOTURE PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "NUMBERSS :".
           05 WS-APC-NUMBERSS PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-APC-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(9) VALUE "STATUT :".
           05 WS-APC-STATUS PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(11) VALUE "RESULTAT :".
           05 WS-APC-OUTCOME PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SALAIRE :".
           05 WS-APC-SALARY PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-MULTIWRK-FILENAME PIC X(20) VALUE "multi_travail.tmp".
      *    MULTI_PLAFOND is in whole euros; zero leaves the combined
      *    salary unchecked.
       01  WS-PLAFOND-PARM PIC X(9).
       01  WS-MULTI-PLAFOND PIC 9(9)V99 VALUE ZERO.
       01  WS-MULTI-SORT-EOF-FLAG PIC X VALUE "N".
           88 WS-MULTI-SORT-EOF VALUE "Y".
      *    Same layout as MULTI-SORT-REC.
       01  MULTIWRK-LINE.
           05 MWK-NUMBERSS PIC X(8).
           05 MWK-CODE PIC X(5).
           05 MWK-NUMBER1 PIC X(8).
           05 MWK-NUMBER2 PIC X(8).
           05 MWK-SALARY PIC 9(9)V99.
           05 MWK-SOCIETY PIC X(30).
           05 MWK-NAMES PIC X(14).
      *    One insured person's contracts, gathered from the sorted
      *    work file before the person is judged.
       01  WS-MUL-KEY PIC X(8) VALUE SPACES.
       01  WS-MUL-NAMES PIC X(14) VALUE SPACES.
       01  WS-MUL-ROW-CNT PIC 9(2) VALUE ZERO.
       01  WS-MUL-ROW-IDX PIC 9(2) VALUE ZERO.
       01  WS-MUL-CODE-CNT PIC 9(2) VALUE ZERO.
       01  WS-MUL-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  WS-MUL-PREV-CODE PIC X(5) VALUE SPACES.
       01  WS-MUL-PREV-NUMBER1 PIC X(8) VALUE SPACES.
       01  WS-MUL-PREV-NUMBER2 PIC X(8) VALUE SPACES.
       01  WS-MUL-N1-WORK PIC X VALUE SPACE.
       01  WS-MUL-SAME-FLAG PIC X VALUE "N".
           88 WS-MUL-SAME-CODE VALUE "Y".
       01  WS-MUL-FULL-FLAG PIC X VALUE "N".
           88 WS-MUL-FULL VALUE "Y".
       01  WS-MUL-TABLE.
           05 WS-MUL-ROW OCCURS 20 TIMES.
              10 WS-MUL-CODE PIC X(5).
              10 WS-MUL-NUMBER1 PIC X(8).
              10 WS-MUL-NUMBER2 PIC X(8).
              10 WS-MUL-SALARY PIC 9(9)V99.
              10 WS-MUL-SOCIETY PIC X(30).
              10 WS-MUL-N1-FLAG PIC X.
       01  WS-MUL-PERSON-CNT PIC 9(6) VALUE ZERO.
       01  WS-MUL-SAME-CNT PIC 9(6) VALUE ZERO.
       01  WS-MUL-OVER-CNT PIC 9(6) VALUE ZERO.
       01  MULTI-HEADER-LINE.
           05 FILLER PIC X(21) VALUE "MULTI-EMPLOIS DU RUN ".
           05 WS-MLH-DATE PIC X(8).
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "PLAFOND :".
           05 WS-MLH-PLAFOND PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(6) VALUE " euros".
       01  MULTI-PERSON-LINE.
           05 FILLER PIC X(11) VALUE "NUMBERSS :".
           05 WS-MLP-NUMBERSS PIC X(8).
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "NOM :".
           05 WS-MLP-NAMES PIC X(14).
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 WS-MLP-TYPE PIC X(12).
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(9) VALUE "CODES :".
           05 WS-MLP-CODES PIC Z9.
       01  MULTI-ROW-LINE.
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-MLR-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-MLR-SOCIETY PIC X(30).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "NUMBER1 :".
           05 WS-MLR-NUMBER1 PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "NUMBER2 :".
           05 WS-MLR-NUMBER2 PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "SALAIRE :".
           05 WS-MLR-SALARY PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-MLR-FLAG PIC X(12).
       01  MULTI-TOTAL-LINE.
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(18) VALUE "SALAIRE CUMULE :".
           05 WS-MLT-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 WS-MLT-VERDICT PIC X(16).
       01  MULTI-COUNT-LINE.
           05 FILLER PIC X(16) VALUE "MULTI-EMPLOIS :".
           05 WS-MLC-PERSON PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(16) VALUE "MEME SOCIETE :".
           05 WS-MLC-SAME PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE ALL SPACES.
           05 FILLER PIC X(20) VALUE "PLAFOND DEPASSE :".
           05 WS-MLC-OVER PIC ZZZZZ9.
       01  WS-MUL-FULL-WARNING PIC X(80) VALUE
           "ATTENTION - plus de 20 contrats, liste tronquee".
       01  CHECKPOINT-STATUS PIC X(2).
           88 checkpoint-ok VALUE "00".
       01  DUPKEY-STATUS PIC X(2).
           88 dupkey-ok VALUE "00".
       01  AUDIT-STATUS PIC X(2).
           88 audit-ok VALUE "00".
       01  BORDEREAU-STATUS PIC X(2).
           05 CKP-NON-EUR-CNT PIC 9(6).
           05 FILLER PIC X VALUE SPACES.
           05 CKP-PAIE-CNT PIC 9(6).
       01  WS-SKIP-MODE PIC X VALUE "N".
           88 WS-SKIPPING VALUE "Y".
       01  WS-RESUMED-RUN PIC X VALUE "N".
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "SENS :".
           05 WS-ANO-SENS PIC X(4).
      *    Feed envelope : every input file opens on an ENTETE record
      *    (sender societe code, creation date AAAAMMJJ, sequence
      *    number) and closes on a FIN record (detail line count,
      *    control total of the SALARY fields as sent, before any
      *    conversion). Both records share the 121-byte line of
      *    ALL-DATA, tagged where NUMBERSS would be.
       01  WS-ENV-RECORD PIC X(121).
       01  ENV-HEADER-LINE REDEFINES WS-ENV-RECORD.
           05 ENV-HDR-TAG PIC X(8).
           05 FILLER PIC X.
           05 ENV-HDR-CODE PIC X(5).
           05 FILLER PIC X.
           05 ENV-HDR-DATE PIC X(8).
           05 FILLER PIC X.
           05 ENV-HDR-SEQ PIC X(6).
           05 ENV-HDR-SEQ-NUM REDEFINES ENV-HDR-SEQ PIC 9(6).
           05 FILLER PIC X(91).
       01  ENV-TRAILER-LINE REDEFINES WS-ENV-RECORD.
           05 ENV-TRL-TAG PIC X(8).
           05 FILLER PIC X.
           05 ENV-TRL-COUNT PIC X(6).
           05 ENV-TRL-COUNT-NUM REDEFINES ENV-TRL-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 ENV-TRL-TOTAL PIC X(11).
           05 ENV-TRL-TOTAL-NUM REDEFINES ENV-TRL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(94).
       01  WS-ENV-CODE PIC X(5) VALUE SPACES.
       01  WS-ENV-DATE PIC X(8) VALUE SPACES.
       01  WS-ENV-SEQ PIC 9(6) VALUE ZERO.
       01  WS-ENV-SEQ-WORK PIC 9(6) VALUE ZERO.
       01  WS-ENV-LAST-SEQ PIC 9(6) VALUE ZERO.
       01  WS-ENV-EXPECTED-SEQ PIC 9(6) VALUE ZERO.
       01  WS-ENV-DETAIL-CNT PIC 9(6) VALUE ZERO.
       01  WS-ENV-DETAIL-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-ENV-TRL-CNT PIC 9(6) VALUE ZERO.
       01  WS-ENV-TRL-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-ENV-SALARY PIC 999999V99.
       01  WS-ENV-MOTIF PIC X(30) VALUE SPACES.
       01  WS-ENV-FIN-FLAG PIC X VALUE "N".
           88 WS-ENV-FIN-SEEN VALUE "Y".
       01  WS-ENV-KNOWN-FLAG PIC X VALUE "N".
           88 WS-ENV-SENDER-KNOWN VALUE "Y".
       01  WS-ENV-DONE-FLAG PIC X VALUE "N".
           88 WS-ENV-ALREADY-DONE VALUE "Y".
       01  WS-ENV-REFUSED-CNT PIC 9(6) VALUE ZERO.
      *    Feeds accepted by this run, registered in flux_recus.dat
      *    once the pass completes - and checked against by any later
      *    input of the same list, so a file named twice is refused
      *    the second time.
       01  WS-ENV-ACC-TABLE.
           05 WS-ENV-ACC-ENTRY OCCURS 50 TIMES.
               10 WS-ENV-ACC-CODE PIC X(5).
               10 WS-ENV-ACC-SEQ PIC 9(6).
               10 WS-ENV-ACC-DATE PIC X(8).
               10 WS-ENV-ACC-FILE PIC X(100).
       01  WS-ENV-ACC-COUNT PIC 9(2) VALUE 0.
       01  WS-ENV-ACC-IDX PIC 9(2) VALUE 0.
       01  FLUX-STATUS PIC X(2).
           88 flux-ok VALUE "00".
           88 flux-eof VALUE "10".
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
       01  REJFIC-STATUS PIC X(2).
           88 rejfic-ok VALUE "00".
       01  WS-RFI-OPEN-FLAG PIC X VALUE "N".
           88 WS-RFI-OPEN VALUE "Y".
       01  WS-RFI-FILENAME PIC X(20) VALUE "rejets_fichiers.dat".
       01  WS-RFI-NUM-ED PIC ZZZZZ9.
       01  WS-RFI-AMT-ED PIC ZZZ.ZZZ.ZZZ,99.
       01  REJFIC-LINE.
           05 FILLER PIC X(10) VALUE "FICHIER :".
           05 WS-RFI-FILE PIC X(40).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(7) VALUE "CODE :".
           05 WS-RFI-CODE PIC X(5).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(6) VALUE "SEQ :".
           05 WS-RFI-SEQ PIC X(6).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(8) VALUE "MOTIF :".
           05 WS-RFI-MOTIF PIC X(30).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "ATTENDU :".
           05 WS-RFI-ATTENDU PIC X(14) VALUE SPACES.
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(9) VALUE "OBTENU :".
           05 WS-RFI-OBTENU PIC X(14) VALUE SPACES.
       01  WS-CONVERTED-SALARY PIC 9(9)V99.
       01  WS-CSV-DELIM PIC X VALUE ";".
       01  WS-CSV-DELIM-PARM PIC X.
           88 WS-LISTE-MODE VALUE "Y".
       01  WS-INPUT-TABLE.
           05 WS-INPUT-ENTRY OCCURS 50 TIMES PIC X(100).
       01  WS-INPUT-STATE-TABLE.
           05 WS-INPUT-REFUSED-FLAG OCCURS 50 TIMES PIC X VALUE "N".
       01  WS-INPUT-COUNT PIC 9(2) VALUE 0.
       01  WS-IN-IDX PIC 9(2) VALUE 0.
       01  WS-SORT-EOF-FLAG PIC X VALUE "N".
           05 PAIE-CONTRAT-ID PIC X(10).
           05 PAIE-SALARY PIC 9(9)V99.
           05 PAIE-SOCIETY-CODE PIC X(5).
       01  WS-PXR-USABLE-FLAG PIC X VALUE "N".
           88 WS-PXR-USABLE VALUE "Y".
       01  REJECT-LINE.
           05 FILLER PIC X(10) VALUE "NUMBERSS :".
           05 WS-REJ-NUMBERSS PIC X(8).
           05 FILLER PIC X(3) VALUE ALL SPACES.
           05 FILLER PIC X(10) VALUE "NUMBER2 :".
           05 WS-DUP-NUMBER2 PIC X(8).
       01  WS-DUPK-USABLE-FLAG PIC X VALUE "N".
           88 WS-DUPK-USABLE VALUE "Y".
       01  WS-DUPK-WARNED-FLAG PIC X VALUE "N".
           88 WS-DUPK-WARNED VALUE "Y".
       01  WS-DUP-WARNING PIC X(80) VALUE
           "ATTENTION - dup_cles.dat inutilisable, verif. suspendue".
     
       PROCEDURE DIVISION.

              MOVE WS-SEUIL-WORK TO WS-SEUIL-DEVISE-PCT
           END-IF.

           ACCEPT WS-PAIE-MODE FROM ENVIRONMENT "PAIE_MODE".

           ACCEPT WS-SEUIL-PARM FROM ENVIRONMENT "ARCHIVE_RETENTION".
           PERFORM 0450-PARSE-SEUIL.
           IF WS-SEUIL-SEEN
              MOVE WS-SEUIL-WORK TO WS-ARCH-RETENTION
           END-IF.

           ACCEPT WS-PLAFOND-PARM FROM ENVIRONMENT "MULTI_PLAFOND".
           PERFORM 0460-PARSE-PLAFOND.

           PERFORM 0300-BUILD-INPUT-LIST.

           PERFORM 0500-LOAD-CHECKPOINT.
              IF NOT paie-ok
                 OPEN OUTPUT PAIE-FILE
              END-IF
              OPEN EXTEND MULTIWRK-FILE
              IF NOT multiwrk-ok
                 OPEN OUTPUT MULTIWRK-FILE
              END-IF
           ELSE
              OPEN OUTPUT OUTPUT-FILE
              OPEN OUTPUT CSV-FILE
              OPEN OUTPUT TERM-FILE
              OPEN OUTPUT DUP-FILE
              OPEN OUTPUT PAIE-FILE
              OPEN OUTPUT MULTIWRK-FILE
           END-IF.

           PERFORM 0600-LOAD-PAIE-XREF.

           PERFORM 0800-OPEN-MASTER.

           PERFORM 0850-OPEN-DUP-KEYS.

           PERFORM 0870-CHECK-CLOSED-MONTH.

           SORT SORT-FILE
              ON ASCENDING KEY SRT-SOCIETY SRT-NUMBERSS
              INPUT PROCEDURE IS 1050-FEED-SORT
              OUTPUT PROCEDURE IS 1200-PROCESS-SORTED
           CLOSE MULTIWRK-FILE.
           IF WS-DUPK-USABLE
              CLOSE DUPKEY-FILE
           END-IF.

           IF WS-ANY-OPENED
              IF WS-ACT-PREV-SOCIETY NOT = SPACES
                 CLOSE RELIDX-FILE
              END-IF

      *       The checkpoint is only cleared, and the feeds only
      *       registered, once every output of the pass is written :
      *       a crash before that point is resumed, not lost.
              IF NOT WS-SKIPPING
                 IF WS-PAIE-MOUVEMENTS
                    PERFORM 4700-WRITE-MOUVEMENTS
                 END-IF
                 PERFORM 4850-WRITE-MULTI-EMPLOIS
                 PERFORM 5500-CLEAR-CHECKPOINT
                 PERFORM 5600-REGISTER-FEEDS
              END-IF
           ELSE
              MOVE ZERO TO TOTAL
           IF WS-OPEN-FAILED AND RETURN-CODE = 0
              MOVE 1 TO RETURN-CODE
           END-IF.
           IF NOT WS-DUPK-USABLE AND RETURN-CODE = 0
              MOVE 1 TO RETURN-CODE
           END-IF.

           CLOSE OUTPUT-FILE.
           CLOSE CSV-FILE.
           CLOSE TERM-FILE.
           CLOSE DUP-FILE.
           CLOSE PAIE-FILE.
      *    Only one payroll interface may be on disk after a run : the
      *    one this run's mode produced. A snapshot left beside a
      *    movement file (or the reverse) would be sent twice.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           IF WS-PAIE-MOUVEMENTS
              CALL "CBL_DELETE_FILE" USING WS-PAIE-FILENAME
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-MVT-FILENAME
           END-IF.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           IF WS-MST-USABLE
              CLOSE MASTER-FILE
           END-IF.
           IF WS-APC-OPEN
              CLOSE APRESCLO-FILE
           END-IF.
           IF WS-PXR-USABLE
              CLOSE PAIEXREF-FILE
           END-IF.
           IF WS-EXC-OPEN
              CLOSE EXCEPT-FILE
           ELSE
                 MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RFI-OPEN
              CLOSE REJFIC-FILE
           ELSE
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              CALL "CBL_DELETE_FILE" USING WS-RFI-FILENAME
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.

           PERFORM 6000-WRITE-AUDIT-LOG.


       2700-CHECK-DUPLICATE.

      *    A pair is a duplicate when a record earlier in the sorted
      *    stream carried it. A pair found at this record's position
      *    or after it was written by a crashed attempt past its last
      *    checkpoint - this attempt has not met it yet, so it is
      *    taken over rather than counted.
           MOVE SPACES TO WS-DUP-FLAG.
           IF NUMBER1 NOT = SPACES AND NUMBER2 NOT = SPACES
              IF WS-DUPK-USABLE
                 MOVE NUMBER1 TO DUPK-NUMBER1
                 MOVE NUMBER2 TO DUPK-NUMBER2
                 READ DUPKEY-FILE
                    INVALID KEY
                       MOVE WS-READ-COUNT TO DUPK-POSITION
                       WRITE DUPKEY-REC
                       END-WRITE
                    NOT INVALID KEY
                       IF DUPK-POSITION < WS-READ-COUNT
                          MOVE "DOUBLON" TO WS-DUP-FLAG
                       ELSE
                          MOVE WS-READ-COUNT TO DUPK-POSITION
                          REWRITE DUPKEY-REC
                          END-REWRITE
                       END-IF
                 END-READ
              ELSE
                 IF NOT WS-DUPK-WARNED
                    MOVE "Y" TO WS-DUPK-WARNED-FLAG
                    WRITE DUP-OUT-DATA FROM WS-DUP-WARNING
                 END-IF
              END-IF



       0850-OPEN-DUP-KEYS.

      *    A fresh run starts from an empty pair file; a resumed run
      *    keeps what its first attempt wrote (2700-CHECK-DUPLICATE
      *    sorts out the pairs met after the last checkpoint).
           IF WS-RESUMED
              OPEN I-O DUPKEY-FILE
              IF NOT dupkey-ok
                 OPEN OUTPUT DUPKEY-FILE
                 IF dupkey-ok
                    CLOSE DUPKEY-FILE
                    OPEN I-O DUPKEY-FILE
                 END-IF
              END-IF
           ELSE
              OPEN OUTPUT DUPKEY-FILE
              IF dupkey-ok
                 CLOSE DUPKEY-FILE
                 OPEN I-O DUPKEY-FILE
              END-IF
           END-IF.
           IF dupkey-ok
              MOVE "Y" TO WS-DUPK-USABLE-FLAG
           ELSE
              DISPLAY "PGTEST : dup_cles.dat inutilisable"
           END-IF.



       0870-CHECK-CLOSED-MONTH.

      *    The month is closed once pgcloture has written its "*****"
      *    row; no history at all means nothing was ever closed.
           OPEN INPUT STATHIST-FILE.
           IF stathist-ok
              MOVE WS-RUN-DATE (1:6) TO STH-MOIS
              MOVE "*****" TO STH-CODE
              READ STATHIST-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-MOIS-CLOS-FLAG
                    MOVE STH-CLOTURE-DATE TO WS-APC-CLOTURE-DATE
              END-READ
              CLOSE STATHIST-FILE
           END-IF.
           IF WS-MOIS-CLOS
              DISPLAY "PGTEST : mois " WS-RUN-DATE (1:6)
                 " deja cloture, changements dans apres_cloture.dat"
              OPEN EXTEND APRESCLO-FILE
              IF NOT apresclo-ok
                 OPEN OUTPUT APRESCLO-FILE
              END-IF
              IF apresclo-ok
                 MOVE "Y" TO WS-APC-OPEN-FLAG
              ELSE
                 DISPLAY "PGTEST : apres_cloture.dat inutilisable"
              END-IF
           END-IF.



       3800-UPDATE-MASTER.

      *    One row per contract (NUMBERSS and NUMBER1) per run date;
      *    a record re-fed the same day (a correction, a resumed run)
      *    rewrites the day's row, so last-seen wins within the date.
           IF WS-MST-USABLE
              MOVE NUMBERSS TO MST-NUMBERSS
              MOVE WS-RUN-DATE TO MST-RUN-DATE
              MOVE WS-SOCIETY-CODE TO MST-SOCIETY-CODE
              MOVE WS-MST-SALARY TO MST-SALARY
              MOVE WS-MST-OUTCOME TO MST-OUTCOME
              MOVE LIBELLE TO MST-LIBELLE
              MOVE NUMBER1 TO MST-NUMBER1
              MOVE NUMBER2 TO MST-NUMBER2
              WRITE MASTER-REC
                 INVALID KEY REWRITE MASTER-REC
              END-WRITE
              IF WS-MOIS-CLOS
                 PERFORM 3810-LOG-APRES-CLOTURE
              END-IF
           END-IF.



       3810-LOG-APRES-CLOTURE.

           ADD 1 TO WS-APC-CNT.
           IF WS-APC-OPEN
              MOVE MST-RUN-DATE TO WS-APC-RUN-DATE
              MOVE WS-APC-CLOTURE-DATE TO WS-APC-CLOTURE
              MOVE MST-NUMBERSS TO WS-APC-NUMBERSS
              MOVE MST-SOCIETY-CODE TO WS-APC-CODE
              MOVE MST-STATUS TO WS-APC-STATUS
              MOVE MST-OUTCOME TO WS-APC-OUTCOME
              MOVE MST-SALARY TO WS-APC-SALARY
              WRITE APRESCLO-OUT-DATA FROM APRESCLO-LINE
           END-IF.


       3850-CHECK-TRANSITION.

      *    Reads the contract's history back from the master before
      *    today's row is written : its latest row of an earlier run
      *    date is the status the previous run left. RESILIE coming
      *    back ACTIF goes on the exception list - a rehire we must
      *    confirm or a feed error, never a silent pass-through.
              MOVE NUMBERSS TO WS-MST-SEARCH-KEY
              MOVE NUMBERSS TO MST-NUMBERSS
              MOVE LOW-VALUES TO MST-RUN-DATE
              MOVE LOW-VALUES TO MST-NUMBER1
              MOVE "N" TO WS-MST-SCAN-DONE-FLAG
              START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
                 INVALID KEY MOVE "Y" TO WS-MST-SCAN-DONE-FLAG
                    NOT AT END
                       IF MST-NUMBERSS = WS-MST-SEARCH-KEY
                          AND MST-RUN-DATE < WS-RUN-DATE
                          IF MST-NUMBER1 = NUMBER1
                             MOVE MST-STATUS TO WS-PRIOR-STATUS
                             MOVE MST-RUN-DATE TO WS-PRIOR-DATE
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-MST-SCAN-DONE-FLAG
                       END-IF
                       MOVE CKP-PAIE-CNT TO WS-CTL-PAIE-CNT
                       MOVE "Y" TO WS-SKIP-MODE
                       MOVE "Y" TO WS-RESUMED-RUN
                    END-IF
                 END-PERFORM
              END-IF



       5000-WRITE-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CTL-PAIE-CNT TO CKP-PAIE-CNT.
           WRITE CHECKPOINT-OUT-DATA FROM CHECKPOINT-LINE.
           CLOSE CHECKPOINT-FILE.



       5500-CLEAR-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT DUPKEY-FILE.
           CLOSE DUPKEY-FILE.
      *    The multi-employment work file only has to outlive a crash,
      *    for the resumed run to extend. CBL_DELETE_FILE reports
      *    through RETURN-CODE, which must not leak into the job's own
      *    exit status.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING WS-MULTIWRK-FILENAME.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.



       5600-REGISTER-FEEDS.

      *    The feeds this pass consumed join the register only now
      *    that the pass is complete : a crash before this point
      *    leaves them unregistered, so the resumed run accepts them
      *    again instead of refusing them as already processed.
           IF WS-ENV-ACC-COUNT > 0
              OPEN EXTEND FLUX-FILE
              IF NOT flux-ok
                 OPEN OUTPUT FLUX-FILE
              END-IF
              IF flux-ok
                 PERFORM VARYING WS-ENV-ACC-IDX FROM 1 BY 1
                         UNTIL WS-ENV-ACC-IDX > WS-ENV-ACC-COUNT
                    MOVE WS-ENV-ACC-CODE (WS-ENV-ACC-IDX) TO FLX-CODE
                    MOVE WS-ENV-ACC-SEQ (WS-ENV-ACC-IDX) TO FLX-SEQ
                    MOVE WS-ENV-ACC-DATE (WS-ENV-ACC-IDX) TO FLX-DATE
                    MOVE WS-RUN-DATE TO FLX-RUN-DATE
                    MOVE WS-ENV-ACC-FILE (WS-ENV-ACC-IDX)
                       TO FLX-FILENAME
                    WRITE FLUX-IO-DATA FROM FLUX-LINE
                 END-PERFORM
                 CLOSE FLUX-FILE
              END-IF
           END-IF.




       1100-PROCESS-ONE-INPUT.

      *    Each file is read twice : the envelope pass proves it whole
      *    and in sequence before a single detail line reaches the
      *    sort, then the release pass feeds its details. A refused
      *    file contributes nothing to the run - it is listed in
      *    rejets_fichiers.dat instead of surfacing as a gap at the
      *    bordereau reconciliation.
           OPEN INPUT TEST-FILE.

           IF input-open-ok
              MOVE "Y" TO WS-ANY-OPEN-FLAG
              PERFORM 1110-CHECK-ENVELOPE
              CLOSE TEST-FILE
              IF WS-ENV-MOTIF = SPACES
                 PERFORM 1120-CHECK-SEQUENCE
              END-IF
              IF WS-ENV-MOTIF = SPACES
                 PERFORM 1130-RELEASE-DETAILS
              ELSE
                 MOVE "Y" TO WS-INPUT-REFUSED-FLAG (WS-IN-IDX)
                 PERFORM 1140-WRITE-FILE-REJECT
              END-IF
           ELSE
              MOVE "Y" TO WS-OPEN-FAIL-FLAG
           END-IF.



       1110-CHECK-ENVELOPE.

      *    The first line must be the ENTETE, the last the FIN, and
      *    the FIN must agree with the detail lines actually read : a
      *    transfer cut short loses its FIN or its count, a mangled
      *    one its control total.
           MOVE SPACES TO WS-ENV-MOTIF.
           MOVE SPACES TO WS-ENV-CODE.
           MOVE SPACES TO WS-ENV-DATE.
           MOVE ZERO TO WS-ENV-SEQ.
           MOVE ZERO TO WS-ENV-DETAIL-CNT.
           MOVE ZERO TO WS-ENV-DETAIL-TOTAL.
           MOVE ZERO TO WS-ENV-TRL-CNT.
           MOVE ZERO TO WS-ENV-TRL-TOTAL.
           MOVE "N" TO WS-ENV-FIN-FLAG.
           READ TEST-FILE.
           IF endofile OR NOT ENV-ENTETE
              MOVE "Entete absente" TO WS-ENV-MOTIF
           ELSE
              MOVE ALL-DATA TO WS-ENV-RECORD
              MOVE ENV-HDR-CODE TO WS-ENV-CODE
              MOVE ENV-HDR-DATE TO WS-ENV-DATE
              IF ENV-HDR-CODE = SPACES OR ENV-HDR-DATE NOT NUMERIC
                 OR ENV-HDR-SEQ NOT NUMERIC
                 MOVE "Entete mal formee" TO WS-ENV-MOTIF
              ELSE
                 MOVE ENV-HDR-SEQ-NUM TO WS-ENV-SEQ
              END-IF
           END-IF.
           IF WS-ENV-MOTIF = SPACES
              PERFORM UNTIL endofile
                 READ TEST-FILE
                 IF NOT endofile
                    PERFORM 1115-CHECK-ENVELOPE-LINE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ENV-MOTIF = SPACES
              IF NOT WS-ENV-FIN-SEEN
                 MOVE "Fin de fichier absente" TO WS-ENV-MOTIF
              ELSE
                 IF WS-ENV-TRL-CNT NOT = WS-ENV-DETAIL-CNT
                    MOVE "Nombre de lignes incoherent" TO WS-ENV-MOTIF
                    MOVE WS-ENV-TRL-CNT TO WS-RFI-NUM-ED
                    MOVE WS-RFI-NUM-ED TO WS-RFI-ATTENDU
                    MOVE WS-ENV-DETAIL-CNT TO WS-RFI-NUM-ED
                    MOVE WS-RFI-NUM-ED TO WS-RFI-OBTENU
                 ELSE
                    IF WS-ENV-TRL-TOTAL NOT = WS-ENV-DETAIL-TOTAL
                       MOVE "Total salaires incoherent" TO WS-ENV-MOTIF
                       MOVE WS-ENV-TRL-TOTAL TO WS-RFI-AMT-ED
                       MOVE WS-RFI-AMT-ED TO WS-RFI-ATTENDU
                       MOVE WS-ENV-DETAIL-TOTAL TO WS-RFI-AMT-ED
                       MOVE WS-RFI-AMT-ED TO WS-RFI-OBTENU
                    END-IF
                 END-IF
              END-IF
           END-IF.



       1115-CHECK-ENVELOPE-LINE.

           EVALUATE TRUE
              WHEN WS-ENV-FIN-SEEN
                 IF WS-ENV-MOTIF = SPACES
                    MOVE "Lignes apres la fin" TO WS-ENV-MOTIF
                 END-IF
              WHEN ENV-FIN
                 MOVE "Y" TO WS-ENV-FIN-FLAG
                 MOVE ALL-DATA TO WS-ENV-RECORD
                 IF ENV-TRL-COUNT NUMERIC AND ENV-TRL-TOTAL NUMERIC
                    MOVE ENV-TRL-COUNT-NUM TO WS-ENV-TRL-CNT
                    MOVE ENV-TRL-TOTAL-NUM TO WS-ENV-TRL-TOTAL
                 ELSE
                    MOVE "Fin de fichier mal formee" TO WS-ENV-MOTIF
                 END-IF
              WHEN ENV-ENTETE
                 IF WS-ENV-MOTIF = SPACES
                    MOVE "Entete en double" TO WS-ENV-MOTIF
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ENV-DETAIL-CNT
                 IF SALARY NUMERIC
                    MOVE SALARY TO WS-ENV-SALARY
                    ADD WS-ENV-SALARY TO WS-ENV-DETAIL-TOTAL
                 END-IF
           END-EVALUATE.



       1120-CHECK-SEQUENCE.

      *    The last sequence number of a sender is the highest one in
      *    the register or already accepted earlier in this run; the
      *    file must carry the next one. A number the sender already
      *    used is a file sent twice. A sender never seen before
      *    starts its sequence wherever its first file says.
           MOVE "N" TO WS-ENV-KNOWN-FLAG.
           MOVE "N" TO WS-ENV-DONE-FLAG.
           MOVE ZERO TO WS-ENV-LAST-SEQ.
           OPEN INPUT FLUX-FILE.
           IF flux-ok
              PERFORM UNTIL flux-eof
                 READ FLUX-FILE INTO FLUX-LINE
                 IF flux-ok AND FLX-CODE = WS-ENV-CODE
                    AND FLX-SEQ NUMERIC
                    MOVE FLX-SEQ TO WS-ENV-SEQ-WORK
                    PERFORM 1125-TRACK-SEQUENCE
                 END-IF
              END-PERFORM
              CLOSE FLUX-FILE
           END-IF.
           PERFORM VARYING WS-ENV-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ENV-ACC-IDX > WS-ENV-ACC-COUNT
              IF WS-ENV-ACC-CODE (WS-ENV-ACC-IDX) = WS-ENV-CODE
                 MOVE WS-ENV-ACC-SEQ (WS-ENV-ACC-IDX)
                    TO WS-ENV-SEQ-WORK
                 PERFORM 1125-TRACK-SEQUENCE
              END-IF
           END-PERFORM.
           IF WS-ENV-ALREADY-DONE
              MOVE "Fichier deja traite" TO WS-ENV-MOTIF
           ELSE
              IF WS-ENV-SENDER-KNOWN
                 COMPUTE WS-ENV-EXPECTED-SEQ = WS-ENV-LAST-SEQ + 1
                 IF WS-ENV-SEQ NOT = WS-ENV-EXPECTED-SEQ
                    MOVE "Sequence hors suite" TO WS-ENV-MOTIF
                    MOVE WS-ENV-EXPECTED-SEQ TO WS-RFI-NUM-ED
                    MOVE WS-RFI-NUM-ED TO WS-RFI-ATTENDU
                    MOVE WS-ENV-SEQ TO WS-RFI-NUM-ED
                    MOVE WS-RFI-NUM-ED TO WS-RFI-OBTENU
                 END-IF
              END-IF
           END-IF.
           IF WS-ENV-MOTIF = SPACES AND WS-ENV-ACC-COUNT < 50
              ADD 1 TO WS-ENV-ACC-COUNT
              MOVE WS-ENV-CODE TO WS-ENV-ACC-CODE (WS-ENV-ACC-COUNT)
              MOVE WS-ENV-SEQ TO WS-ENV-ACC-SEQ (WS-ENV-ACC-COUNT)
              MOVE WS-ENV-DATE TO WS-ENV-ACC-DATE (WS-ENV-ACC-COUNT)
              MOVE WS-INPUT-FILENAME
                 TO WS-ENV-ACC-FILE (WS-ENV-ACC-COUNT)
           END-IF.



       1125-TRACK-SEQUENCE.

           IF WS-ENV-SEQ-WORK = WS-ENV-SEQ
              MOVE "Y" TO WS-ENV-DONE-FLAG
           END-IF.
           IF NOT WS-ENV-SENDER-KNOWN
              OR WS-ENV-SEQ-WORK > WS-ENV-LAST-SEQ
              MOVE WS-ENV-SEQ-WORK TO WS-ENV-LAST-SEQ
           END-IF.
           MOVE "Y" TO WS-ENV-KNOWN-FLAG.



       1130-RELEASE-DETAILS.

           OPEN INPUT TEST-FILE.
           IF input-open-ok
              PERFORM UNTIL endofile
                 READ TEST-FILE
                 IF NOT endofile AND NOT ENV-ENTETE AND NOT ENV-FIN
                    RELEASE SORT-REC FROM ALL-DATA
                 END-IF
              END-PERFORM



       1140-WRITE-FILE-REJECT.

      *    The list is rebuilt whole on every pass, a resumed one
      *    included : the envelope check runs again on every input,
      *    so extending the crashed attempt's list would double it.
           IF NOT WS-RFI-OPEN
              OPEN OUTPUT REJFIC-FILE
              IF rejfic-ok
                 MOVE "Y" TO WS-RFI-OPEN-FLAG
              END-IF
           END-IF.
           ADD 1 TO WS-ENV-REFUSED-CNT.
           IF WS-RFI-OPEN
              MOVE WS-INPUT-FILENAME TO WS-RFI-FILE
              MOVE WS-ENV-CODE TO WS-RFI-CODE
              MOVE SPACES TO WS-RFI-SEQ
              IF WS-ENV-SEQ > 0
                 MOVE WS-ENV-SEQ TO WS-RFI-SEQ
              END-IF
              MOVE WS-ENV-MOTIF TO WS-RFI-MOTIF
              WRITE REJFIC-OUT-DATA FROM REJFIC-LINE
           END-IF.
           MOVE SPACES TO WS-RFI-ATTENDU.
           MOVE SPACES TO WS-RFI-OBTENU.



       1200-PROCESS-SORTED.

           IF WS-ANY-OPENED
                    ADD 1 TO WS-ACT-COUNTER
                    ADD 1 TO WS-ACT-SUB-COUNTER
                    IF WS-DUP-FLAG = SPACES
                       IF NOT WS-PAIE-MOUVEMENTS
                          PERFORM 3700-WRITE-PAIE
                       END-IF
                       PERFORM 4800-WRITE-MULTI-WORK
                    ELSE
                       ADD 1 TO WS-ACT-DUP-CNT
                    END-IF
                     DELIMITED BY SIZE
                  " doublons.dat paie.dat alertes.dat"
                     DELIMITED BY SIZE
                  " paie_mouvements.dat" DELIMITED BY SIZE
                  " datassur_precedent.dat controle.dat"
                     DELIMITED BY SIZE
                  " exceptions_statut.dat anomalies_salaire.dat"
                     DELIMITED BY SIZE
                  " rejets_fichiers.dat multi_emplois.dat"
                     DELIMITED BY SIZE
                  " releves_index.dat releve_*.dat" DELIMITED BY SIZE
                  " reconciliation.dat archives/" DELIMITED BY SIZE
                  WS-ARCH-STAMP DELIMITED BY SIZE
              CALL "SYSTEM" USING WS-ARCH-CMD
              PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                      UNTIL WS-IN-IDX > WS-INPUT-COUNT
                 IF WS-INPUT-REFUSED-FLAG (WS-IN-IDX) NOT = "Y"
                    MOVE SPACES TO WS-ARCH-CMD
                    STRING "cat " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-INPUT-ENTRY (WS-IN-IDX))
                              DELIMITED BY SIZE
                           " >> datassur_precedent.dat 2>/dev/null;"
                              DELIMITED BY SIZE
                           " true" DELIMITED BY SIZE
                           INTO WS-ARCH-CMD
                    END-STRING
                    CALL "SYSTEM" USING WS-ARCH-CMD
                 END-IF
              END-PERFORM
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.



       0460-PARSE-PLAFOND.

      *    The multi-employment ceiling, in whole euros, is read the
      *    same way as a threshold : only its digits count.
           MOVE ZERO TO WS-MULTI-PLAFOND.
           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > 9
              MOVE WS-PLAFOND-PARM (WS-SEUIL-IDX:1) TO WS-SEUIL-CHAR
              IF WS-SEUIL-CHAR NUMERIC
                 COMPUTE WS-MULTI-PLAFOND =
                    WS-MULTI-PLAFOND * 10 + WS-SEUIL-DIGIT
              END-IF
           END-PERFORM.



       0600-LOAD-PAIE-XREF.

      *    paie_contrats.dat is optional - without it every extract
      *    line carries our own NUMBER1 as the contract id.
           OPEN INPUT PAIEXREF-FILE.
           IF paiexref-ok
              MOVE "Y" TO WS-PXR-USABLE-FLAG
           END-IF.


       3700-WRITE-PAIE.

           MOVE WS-NUMBER1 TO PAIE-CONTRAT-ID.
           IF WS-PXR-USABLE
              MOVE WS-NUMBER1 TO PXR-NUMBER1
              READ PAIEXREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PXR-PAIE-ID TO PAIE-CONTRAT-ID
              END-READ
           END-IF.
           MOVE WS-CONVERTED-SALARY TO PAIE-SALARY.
           MOVE WS-SOCIETY-CODE TO PAIE-SOCIETY-CODE.
           WRITE PAIE-OUT-DATA FROM PAIE-LINE.
              MOVE ZERO TO WS-ALR-SEUIL
              PERFORM 7100-WRITE-ALERT
           END-PERFORM.
      *    A refused feed leaves a whole sender out of the run - its
      *    people would drop out of paie.dat as if they had left.
           IF WS-ENV-REFUSED-CNT > 0
              MOVE 9999,9 TO WS-ALERT-PCT
              MOVE "FICHIER REFUSE" TO WS-ALR-LIBELLE
              MOVE WS-ENV-REFUSED-CNT TO WS-ALR-COUNTER
              MOVE ZERO TO WS-ALR-SEUIL
              PERFORM 7100-WRITE-ALERT
           END-IF.
           IF WS-TAUX-STALE
              MOVE 9999,9 TO WS-ALERT-PCT
              MOVE "TAUX PERIMES" TO WS-ALR-LIBELLE
              MOVE ZERO TO WS-ALR-SEUIL
              PERFORM 7100-WRITE-ALERT
           END-IF.
      *    Master rows written into a closed month : the figures
      *    management was given for it are no longer the master's.
           IF WS-APC-CNT > 0
              MOVE 9999,9 TO WS-ALERT-PCT
              MOVE "APRES CLOTURE" TO WS-ALR-LIBELLE
              MOVE WS-APC-CNT TO WS-ALR-COUNTER
              MOVE ZERO TO WS-ALR-SEUIL
              PERFORM 7100-WRITE-ALERT
           END-IF.
           IF WS-ALERT-RAISED
              CLOSE ALERT-FILE
              IF RETURN-CODE < 4



       4700-WRITE-MOUVEMENTS.

      *    Runs once the pass has written today's rows. What payroll
      *    holds for a contract is what its latest row of an earlier
      *    run date says : ACTIF and RETENU, exactly the records the
      *    snapshot mode writes to paie.dat, means on payroll. A
      *    contract missing from today's rows has left only if its
      *    societe's feed was taken in today; a societe that sent
      *    nothing today leaves its contracts where they were.
           IF WS-MST-USABLE
              PERFORM 4701-LOAD-LAST-FEEDS
              OPEN OUTPUT MVT-FILE
              IF mvt-ok
                 MOVE SPACES TO WS-MVT-KEY
                 SORT MVT-SORT-FILE
                    ON ASCENDING KEY MVS-NUMBERSS MVS-NUMBER1
                                     MVS-RUN-DATE
                    INPUT PROCEDURE IS 4702-RELEASE-MASTER-ROWS
                    OUTPUT PROCEDURE IS 4704-COMPARE-CONTRACTS
                 MOVE WS-MVT-ENTREE-CNT TO MVT-TRL-ENTREE
                 MOVE WS-MVT-SORTIE-CNT TO MVT-TRL-SORTIE
                 MOVE WS-MVT-MODIF-CNT TO MVT-TRL-MODIF
                 COMPUTE MVT-TRL-TOTAL = WS-MVT-ENTREE-CNT
                    + WS-MVT-SORTIE-CNT + WS-MVT-MODIF-CNT
                 WRITE MVT-OUT-DATA FROM MVT-TRAILER-LINE
                 CLOSE MVT-FILE
                 MOVE "Y" TO WS-MVT-DONE-FLAG
              END-IF
           ELSE
      *       Without the master there is nothing to compare with :
      *       payroll gets no interface at all this run, and the job
      *       must not end as if it had.
              DISPLAY "PGTEST : mode MOUVEMENTS sans histo_contrats.dat"
              IF RETURN-CODE = 0
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.



       4701-LOAD-LAST-FEEDS.

      *    A contract that went missing from a feed was sent out as
      *    DISPARU on that run. Its latest row still reads ACTIF, so
      *    a sender whose feed came in after that row tells us the
      *    contract is no longer on payroll. The register is read
      *    before today's feeds are added to it.
           MOVE ZERO TO WS-MVF-COUNT.
           OPEN INPUT FLUX-FILE.
           IF flux-ok
              PERFORM UNTIL flux-eof
                 READ FLUX-FILE INTO FLUX-LINE
                 IF flux-ok AND FLX-RUN-DATE < WS-RUN-DATE
                    PERFORM 4703-TRACK-LAST-FEED
                 END-IF
              END-PERFORM
              CLOSE FLUX-FILE
           END-IF.



       4702-RELEASE-MASTER-ROWS.

           MOVE LOW-VALUES TO MST-KEY.
           MOVE "N" TO WS-MST-SCAN-DONE-FLAG.
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
              INVALID KEY MOVE "Y" TO WS-MST-SCAN-DONE-FLAG
           END-START.
           PERFORM UNTIL WS-MST-SCAN-DONE
              READ MASTER-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-MST-SCAN-DONE-FLAG
                 NOT AT END
                    IF MST-RUN-DATE NOT > WS-RUN-DATE
                       MOVE MST-NUMBERSS TO MVS-NUMBERSS
                       MOVE MST-NUMBER1 TO MVS-NUMBER1
                       MOVE MST-RUN-DATE TO MVS-RUN-DATE
                       MOVE MST-STATUS TO MVS-STATUS
                       MOVE MST-SOCIETY-CODE TO MVS-CODE
                       MOVE MST-SALARY TO MVS-SALARY
                       MOVE MST-OUTCOME TO MVS-OUTCOME
                       RELEASE MVT-SORT-REC
                    END-IF
              END-READ
           END-PERFORM.



       4703-TRACK-LAST-FEED.

           PERFORM VARYING WS-MVF-IDX FROM 1 BY 1
                   UNTIL WS-MVF-IDX > WS-MVF-COUNT
                      OR WS-MVF-CODE (WS-MVF-IDX) = FLX-CODE
              CONTINUE
           END-PERFORM.
           IF WS-MVF-IDX > WS-MVF-COUNT
              IF WS-MVF-COUNT < 200
                 ADD 1 TO WS-MVF-COUNT
                 MOVE FLX-CODE TO WS-MVF-CODE (WS-MVF-COUNT)
                 MOVE FLX-RUN-DATE TO WS-MVF-DATE (WS-MVF-COUNT)
              END-IF
           ELSE
              IF FLX-RUN-DATE > WS-MVF-DATE (WS-MVF-IDX)
                 MOVE FLX-RUN-DATE TO WS-MVF-DATE (WS-MVF-IDX)
              END-IF
           END-IF.



       4704-COMPARE-CONTRACTS.

           MOVE "N" TO WS-MVT-SORT-EOF-FLAG.
           PERFORM UNTIL WS-MVT-SORT-EOF
              RETURN MVT-SORT-FILE
                 AT END MOVE "Y" TO WS-MVT-SORT-EOF-FLAG
                 NOT AT END
                    PERFORM 4705-TAKE-MASTER-ROW
              END-RETURN
           END-PERFORM.
           PERFORM 4710-CLOSE-CONTRACT.



       4705-TAKE-MASTER-ROW.

      *    A contract's rows come in run date order : the last one
      *    before today overwrites the others.
           IF MVS-NUMBERSS NOT = WS-MVT-KEY-NUMBERSS
              OR MVS-NUMBER1 NOT = WS-MVT-KEY-NUMBER1
              PERFORM 4710-CLOSE-CONTRACT
              MOVE MVS-NUMBERSS TO WS-MVT-KEY-NUMBERSS
              MOVE MVS-NUMBER1 TO WS-MVT-KEY-NUMBER1
              MOVE "N" TO WS-MVT-PREV-FLAG
              MOVE "N" TO WS-MVT-CURR-FLAG
           END-IF.
           IF MVS-RUN-DATE < WS-RUN-DATE
              MOVE "Y" TO WS-MVT-PREV-FLAG
              MOVE MVS-RUN-DATE TO WS-MVT-PREV-DATE
              MOVE MVS-STATUS TO WS-MVP-STATUS
              MOVE MVS-CODE TO WS-MVP-CODE
              MOVE MVS-SALARY TO WS-MVP-SALARY
              MOVE MVS-OUTCOME TO WS-MVP-OUTCOME
              MOVE MVS-NUMBER1 TO WS-MVP-NUMBER1
           ELSE
              MOVE "Y" TO WS-MVT-CURR-FLAG
              MOVE MVS-STATUS TO WS-MVC-STATUS
              MOVE MVS-CODE TO WS-MVC-CODE
              MOVE MVS-SALARY TO WS-MVC-SALARY
              MOVE MVS-OUTCOME TO WS-MVC-OUTCOME
              MOVE MVS-NUMBER1 TO WS-MVC-NUMBER1
           END-IF.



       4710-CLOSE-CONTRACT.

           IF WS-MVT-KEY NOT = SPACES
              MOVE "N" TO WS-MVT-PREV-ACT-FLAG
              MOVE "N" TO WS-MVT-CURR-ACT-FLAG
              IF WS-MVT-PREV-FOUND AND WS-MVP-STATUS = "ACTIF"
                 AND WS-MVP-OUTCOME = "RETENU"
                 MOVE "Y" TO WS-MVT-PREV-ACT-FLAG
                 PERFORM 4715-CHECK-LATER-FEED
              END-IF
              IF WS-MVT-CURR-FOUND
                 IF WS-MVC-STATUS = "ACTIF"
                    AND WS-MVC-OUTCOME = "RETENU"
                    MOVE "Y" TO WS-MVT-CURR-ACT-FLAG
                 END-IF
              ELSE
                 IF WS-MVT-PREV-ACTIVE
                    PERFORM 4717-CHECK-FED-TODAY
                    IF NOT WS-MVT-CODE-FED
                       MOVE "Y" TO WS-MVT-CURR-ACT-FLAG
                       MOVE WS-MVT-PREV-ROW TO WS-MVT-CURR-ROW
                    END-IF
                 END-IF
              END-IF
              IF WS-MVT-PREV-ACTIVE
                 ADD 1 TO WS-MVT-PREV-ACT-CNT
              END-IF
              IF WS-MVT-CURR-ACTIVE
                 ADD 1 TO WS-MVT-CURR-ACT-CNT
              END-IF
              MOVE SPACES TO MVT-LINE
              MOVE WS-MVT-KEY-NUMBERSS TO MVT-NUMBERSS
              MOVE ZERO TO MVT-OLD-SALARY
              MOVE ZERO TO MVT-NEW-SALARY
              MOVE WS-MVT-KEY-NUMBER1 TO WS-MVT-NUMBER1
              IF WS-MVT-PREV-ACTIVE
                 MOVE WS-MVP-SALARY TO MVT-OLD-SALARY
                 MOVE WS-MVP-CODE TO MVT-OLD-CODE
              END-IF
              IF WS-MVT-CURR-FOUND
                 MOVE WS-MVC-SALARY TO MVT-NEW-SALARY
                 MOVE WS-MVC-CODE TO MVT-NEW-CODE
              END-IF
              IF WS-MVT-CURR-ACTIVE AND NOT WS-MVT-PREV-ACTIVE
                 MOVE "ENTREE" TO MVT-TYPE
                 ADD 1 TO WS-MVT-ENTREE-CNT
                 PERFORM 4720-WRITE-MOUVEMENT
              END-IF
      *       A SORTIE says why : the new status, the reject or
      *       doublon outcome that kept today's record off payroll,
      *       or DISPARU when the contract was not in its societe's
      *       feed of today.
              IF WS-MVT-PREV-ACTIVE AND NOT WS-MVT-CURR-ACTIVE
                 MOVE "SORTIE" TO MVT-TYPE
                 IF NOT WS-MVT-CURR-FOUND
                    MOVE "DISPARU" TO MVT-MOTIF
                 ELSE
                    IF WS-MVC-OUTCOME = "RETENU"
                       MOVE WS-MVC-STATUS TO MVT-MOTIF
                    ELSE
                       MOVE WS-MVC-OUTCOME TO MVT-MOTIF
                    END-IF
                 END-IF
                 ADD 1 TO WS-MVT-SORTIE-CNT
                 PERFORM 4720-WRITE-MOUVEMENT
              END-IF
              IF WS-MVT-PREV-ACTIVE AND WS-MVT-CURR-ACTIVE
                 AND (WS-MVP-SALARY NOT = WS-MVC-SALARY
                      OR WS-MVP-CODE NOT = WS-MVC-CODE)
                 MOVE "MODIF" TO MVT-TYPE
                 IF WS-MVP-SALARY NOT = WS-MVC-SALARY
                    IF WS-MVP-CODE NOT = WS-MVC-CODE
                       MOVE "SAL+SOC" TO MVT-MOTIF
                    ELSE
                       MOVE "SALAIRE" TO MVT-MOTIF
                    END-IF
                 ELSE
                    MOVE "SOCIETE" TO MVT-MOTIF
                 END-IF
                 ADD 1 TO WS-MVT-MODIF-CNT
                 PERFORM 4720-WRITE-MOUVEMENT
              END-IF
           END-IF.



       4715-CHECK-LATER-FEED.

           PERFORM VARYING WS-MVF-IDX FROM 1 BY 1
                   UNTIL WS-MVF-IDX > WS-MVF-COUNT
              IF WS-MVF-CODE (WS-MVF-IDX) = WS-MVP-CODE
                 AND WS-MVF-DATE (WS-MVF-IDX) > WS-MVT-PREV-DATE
                 MOVE "N" TO WS-MVT-PREV-ACT-FLAG
              END-IF
           END-PERFORM.



       4717-CHECK-FED-TODAY.

           MOVE "N" TO WS-MVT-FED-FLAG.
           PERFORM VARYING WS-ENV-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ENV-ACC-IDX > WS-ENV-ACC-COUNT
              IF WS-ENV-ACC-CODE (WS-ENV-ACC-IDX) = WS-MVP-CODE
                 MOVE "Y" TO WS-MVT-FED-FLAG
              END-IF
           END-PERFORM.



       4720-WRITE-MOUVEMENT.

      *    Same contract id rule as 3700-WRITE-PAIE.
           MOVE WS-MVT-NUMBER1 TO MVT-CONTRAT-ID.
           IF WS-PXR-USABLE
              MOVE WS-MVT-NUMBER1 TO PXR-NUMBER1
              READ PAIEXREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PXR-PAIE-ID TO MVT-CONTRAT-ID
              END-READ
           END-IF.
           WRITE MVT-OUT-DATA FROM MVT-LINE.
           ADD 1 TO WS-CTL-MVT-CNT.



       4800-WRITE-MULTI-WORK.

      *    Every ACTIF contract the pass keeps goes to the work file
      *    under the societe code PGVALID resolved.
           MOVE NUMBERSS TO MWK-NUMBERSS.
           MOVE WS-SOCIETY-CODE TO MWK-CODE.
           MOVE NUMBER1 TO MWK-NUMBER1.
           MOVE NUMBER2 TO MWK-NUMBER2.
           MOVE WS-CONVERTED-SALARY TO MWK-SALARY.
           MOVE SOCIETY TO MWK-SOCIETY.
           MOVE NAMES TO MWK-NAMES.
           WRITE MULTIWRK-DATA FROM MULTIWRK-LINE.



       4850-WRITE-MULTI-EMPLOIS.

      *    Cover limits and contribution caps apply to the person, not
      *    to each contract : the work file is sorted on NUMBERSS so a
      *    person's contracts from every company in the run come
      *    together, whichever order the feeds arrived in.
           OPEN OUTPUT MULTI-FILE.
           MOVE WS-RUN-DATE TO WS-MLH-DATE.
           MOVE WS-MULTI-PLAFOND TO WS-MLH-PLAFOND.
           WRITE MULTI-OUT-DATA FROM MULTI-HEADER-LINE.
           WRITE MULTI-OUT-DATA FROM SPACES.
           SORT MULTI-SORT-FILE
              ON ASCENDING KEY MSR-NUMBERSS MSR-CODE
                               MSR-NUMBER1 MSR-NUMBER2
              USING MULTIWRK-FILE
              OUTPUT PROCEDURE IS 4860-PROCESS-MULTI-SORTED.
           MOVE WS-MUL-PERSON-CNT TO WS-MLC-PERSON.
           MOVE WS-MUL-SAME-CNT TO WS-MLC-SAME.
           MOVE WS-MUL-OVER-CNT TO WS-MLC-OVER.
           WRITE MULTI-OUT-DATA FROM MULTI-COUNT-LINE.
           CLOSE MULTI-FILE.



       4860-PROCESS-MULTI-SORTED.

           MOVE "N" TO WS-MULTI-SORT-EOF-FLAG.
           MOVE SPACES TO WS-MUL-KEY.
           MOVE ZERO TO WS-MUL-ROW-CNT.
           PERFORM UNTIL WS-MULTI-SORT-EOF
              RETURN MULTI-SORT-FILE
                 AT END MOVE "Y" TO WS-MULTI-SORT-EOF-FLAG
                 NOT AT END
                    PERFORM 4870-TAKE-MULTI-ROW
              END-RETURN
           END-PERFORM.
           IF WS-MUL-KEY NOT = SPACES
              PERFORM 4880-CLOSE-PERSON
           END-IF.



       4870-TAKE-MULTI-ROW.

           IF MSR-NUMBERSS NOT = WS-MUL-KEY
              IF WS-MUL-KEY NOT = SPACES
                 PERFORM 4880-CLOSE-PERSON
              END-IF
              MOVE MSR-NUMBERSS TO WS-MUL-KEY
              MOVE MSR-NAMES TO WS-MUL-NAMES
              MOVE ZERO TO WS-MUL-ROW-CNT
              MOVE ZERO TO WS-MUL-CODE-CNT
              MOVE ZERO TO WS-MUL-TOTAL
              MOVE "N" TO WS-MUL-SAME-FLAG
              MOVE "N" TO WS-MUL-FULL-FLAG
              MOVE SPACES TO WS-MUL-PREV-CODE
           END-IF.
      *    A resumed run replays the records read after its last
      *    checkpoint, so one contract can sit in the work file twice :
      *    it counts once. Within a code the rows come in NUMBER1
      *    order, so a NUMBER1 change under the same code is the
      *    person holding two contracts with the same employer.
           IF WS-MUL-PREV-CODE NOT = SPACES
              AND MSR-CODE = WS-MUL-PREV-CODE
              AND MSR-NUMBER1 = WS-MUL-PREV-NUMBER1
              AND MSR-NUMBER2 = WS-MUL-PREV-NUMBER2
              CONTINUE
           ELSE
              MOVE SPACE TO WS-MUL-N1-WORK
              IF MSR-CODE NOT = WS-MUL-PREV-CODE
                 ADD 1 TO WS-MUL-CODE-CNT
              ELSE
                 IF MSR-NUMBER1 NOT = WS-MUL-PREV-NUMBER1
                    MOVE "Y" TO WS-MUL-SAME-FLAG
                    MOVE "Y" TO WS-MUL-N1-WORK
                    IF WS-MUL-ROW-CNT > 0 AND NOT WS-MUL-FULL
                       MOVE "Y" TO WS-MUL-N1-FLAG (WS-MUL-ROW-CNT)
                    END-IF
                 END-IF
              END-IF
              ADD MSR-SALARY TO WS-MUL-TOTAL
              IF WS-MUL-ROW-CNT < 20
                 ADD 1 TO WS-MUL-ROW-CNT
                 MOVE MSR-CODE TO WS-MUL-CODE (WS-MUL-ROW-CNT)
                 MOVE MSR-NUMBER1 TO WS-MUL-NUMBER1 (WS-MUL-ROW-CNT)
                 MOVE MSR-NUMBER2 TO WS-MUL-NUMBER2 (WS-MUL-ROW-CNT)
                 MOVE MSR-SALARY TO WS-MUL-SALARY (WS-MUL-ROW-CNT)
                 MOVE MSR-SOCIETY TO WS-MUL-SOCIETY (WS-MUL-ROW-CNT)
                 MOVE WS-MUL-N1-WORK TO WS-MUL-N1-FLAG (WS-MUL-ROW-CNT)
              ELSE
                 MOVE "Y" TO WS-MUL-FULL-FLAG
              END-IF
              MOVE MSR-CODE TO WS-MUL-PREV-CODE
              MOVE MSR-NUMBER1 TO WS-MUL-PREV-NUMBER1
              MOVE MSR-NUMBER2 TO WS-MUL-PREV-NUMBER2
           END-IF.



       4880-CLOSE-PERSON.

      *    Listed : a person ACTIF under two societe codes or more,
      *    and - flagged apart - one holding two NUMBER1 under the
      *    same code. The combined salary is checked either way.
           IF WS-MUL-CODE-CNT > 1 OR WS-MUL-SAME-CODE
              IF WS-MUL-CODE-CNT > 1
                 ADD 1 TO WS-MUL-PERSON-CNT
                 MOVE "MULTI-EMPLOI" TO WS-MLP-TYPE
              ELSE
                 MOVE "MEME SOCIETE" TO WS-MLP-TYPE
              END-IF
              IF WS-MUL-SAME-CODE
                 ADD 1 TO WS-MUL-SAME-CNT
              END-IF
              MOVE WS-MUL-KEY TO WS-MLP-NUMBERSS
              MOVE WS-MUL-NAMES TO WS-MLP-NAMES
              MOVE WS-MUL-CODE-CNT TO WS-MLP-CODES
              WRITE MULTI-OUT-DATA FROM MULTI-PERSON-LINE
              PERFORM VARYING WS-MUL-ROW-IDX FROM 1 BY 1
                      UNTIL WS-MUL-ROW-IDX > WS-MUL-ROW-CNT
                 MOVE WS-MUL-CODE (WS-MUL-ROW-IDX) TO WS-MLR-CODE
                 MOVE WS-MUL-SOCIETY (WS-MUL-ROW-IDX)
                    TO WS-MLR-SOCIETY
                 MOVE WS-MUL-NUMBER1 (WS-MUL-ROW-IDX)
                    TO WS-MLR-NUMBER1
                 MOVE WS-MUL-NUMBER2 (WS-MUL-ROW-IDX)
                    TO WS-MLR-NUMBER2
                 MOVE WS-MUL-SALARY (WS-MUL-ROW-IDX) TO WS-MLR-SALARY
                 IF WS-MUL-N1-FLAG (WS-MUL-ROW-IDX) = "Y"
                    MOVE "N1 DIFFERENT" TO WS-MLR-FLAG
                 ELSE
                    MOVE SPACES TO WS-MLR-FLAG
                 END-IF
                 WRITE MULTI-OUT-DATA FROM MULTI-ROW-LINE
              END-PERFORM
              IF WS-MUL-FULL
                 WRITE MULTI-OUT-DATA FROM WS-MUL-FULL-WARNING
              END-IF
              MOVE WS-MUL-TOTAL TO WS-MLT-TOTAL
              IF WS-MULTI-PLAFOND > 0
                 AND WS-MUL-TOTAL > WS-MULTI-PLAFOND
                 MOVE "PLAFOND DEPASSE" TO WS-MLT-VERDICT
                 ADD 1 TO WS-MUL-OVER-CNT
              ELSE
                 MOVE SPACES TO WS-MLT-VERDICT
              END-IF
              WRITE MULTI-OUT-DATA FROM MULTI-TOTAL-LINE
              WRITE MULTI-OUT-DATA FROM SPACES
           END-IF.



       8000-CONTROL-BALANCE.

      *    Proves the run agrees with itself : records read must
                 MOVE WS-CTL-CSV-CNT TO WS-CTL-ACT-WORK
                 MOVE "Lignes CSV" TO WS-CTL-LIBELLE
                 PERFORM 8100-CHECK-BALANCE
                 IF NOT WS-PAIE-MOUVEMENTS
                    COMPUTE WS-CTL-EXP-WORK =
                       WS-ACT-COUNTER - WS-ACT-DUP-CNT
                    MOVE WS-CTL-PAIE-CNT TO WS-CTL-ACT-WORK
                    MOVE "Lignes paie (actifs non dbl)"
                       TO WS-CTL-LIBELLE
                    PERFORM 8100-CHECK-BALANCE
                 END-IF
              END-IF
      *       The movement file is rebuilt whole from the master, so
      *       its crossings hold on a resumed run too : the lines
      *       written match the trailer, and yesterday's payroll
      *       population plus entries minus exits is today's.
              IF WS-MVT-DONE
                 COMPUTE WS-CTL-EXP-WORK = WS-MVT-ENTREE-CNT
                    + WS-MVT-SORTIE-CNT + WS-MVT-MODIF-CNT
                 MOVE WS-CTL-MVT-CNT TO WS-CTL-ACT-WORK
                 MOVE "Lignes mouvements" TO WS-CTL-LIBELLE
                 PERFORM 8100-CHECK-BALANCE
                 COMPUTE WS-CTL-EXP-WORK = WS-MVT-PREV-ACT-CNT
                    + WS-MVT-ENTREE-CNT - WS-MVT-SORTIE-CNT
                 MOVE WS-MVT-CURR-ACT-CNT TO WS-CTL-ACT-WORK
                 MOVE "Actifs paie = veille + E - S" TO WS-CTL-LIBELLE
                 PERFORM 8100-CHECK-BALANCE
              END-IF
              IF WS-CTL-UNBALANCED
