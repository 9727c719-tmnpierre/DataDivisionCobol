      *    afin que la fiche d'un employé survive d'une exécution à
      *    l'autre. La fusion repointe d'abord vers le survivant tous
      *    les animaux de PET-MASTER portant le MASTER-ID du doublon.
      *
      *    Le nombre de fiches et le total de hachage des USER-ID sont
      *    relevés avant et après le passage et inscrits, avec les
      *    ajouts et suppressions, au fichier MASTCTL pour le contrôle
      *    d'équilibre PetBalance.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USER-REPORT-STATUS.

      *    Piste d'audit des modifications apportées à USER-MASTER,
      *    prolongée d'une exécution à l'autre (l'anonymisation
      *    annuelle PetAnonymize y inscrit aussi ses traces).
           SELECT USER-AUDIT-FILE ASSIGN TO "USRAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USER-AUDIT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-JRNL-STATUS.

      *    Totaux de contrôle des fichiers maîtres, prolongés au fil
      *    de la nuit, relus par le contrôle d'équilibre PetBalance.
           SELECT MASTER-CTL-FILE ASSIGN TO "MASTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

      *    Fichier maître des animaux, parcouru par l'index
      *    alternatif MASTER-ID lors d'une fusion (code M) pour
      *    repointer les animaux du doublon vers le survivant.
       01  PET-JRNL-RECORD.
           COPY PetJournal.

       FD  MASTER-CTL-FILE.
       01  MASTER-CTL-RECORD.
           COPY MasterCtl.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.
               88 USER-REPORT-OK     VALUE '00'.
           05 WS-USER-AUDIT-STATUS   PIC XX.
               88 USER-AUDIT-OK      VALUE '00'.
               88 USER-AUDIT-NO-FILE VALUE '35'.
           05 WS-USER-CKPT-STATUS    PIC XX.
               88 USER-CKPT-OK       VALUE '00'.
           05 WS-USER-CKPT-EOF       PIC X VALUE 'N'.
           05 WS-PET-JRNL-STATUS     PIC XX.
               88 PET-JRNL-OK        VALUE '00'.
               88 PET-JRNL-NO-FILE   VALUE '35'.
           05 WS-MASTER-CTL-STATUS PIC XX.
               88 MASTER-CTL-OK      VALUE '00'.
               88 MASTER-CTL-NO-FILE VALUE '35'.
           05 WS-MCT-SCAN-EOF      PIC X VALUE 'N'.
               88 MCT-SCAN-EOF     VALUE 'Y'.
           05 WS-MERGE-CHAIN-SW      PIC X VALUE 'N'.
               88 MERGE-CHAIN-DONE   VALUE 'Y'.
           05 WS-MERGE-FAIL-SW       PIC X VALUE 'N'.
               88 MERGE-FAILED       VALUE 'Y'.

      *    Totaux de contrôle de USER-MASTER : nombre de fiches et total
      *    de hachage des identifiants relevés avant et après le
      *    passage. Le hachage additionne le code de chaque caractère
      *    de la clé, lu comme un binaire sur deux octets, pondéré par
      *    son rang dans la clé.
       01 WS-MASTER-CTL.
           05 WS-MCT-OPEN-COUNT  PIC 9(7)  VALUE ZERO.
           05 WS-MCT-OPEN-HASH   PIC 9(12) VALUE ZERO.
           05 WS-MCT-CLOSE-COUNT PIC 9(7)  VALUE ZERO.
           05 WS-MCT-CLOSE-HASH  PIC 9(12) VALUE ZERO.
           05 WS-MCT-SCAN-COUNT  PIC 9(7)  VALUE ZERO.
           05 WS-MCT-SCAN-HASH   PIC 9(12) VALUE ZERO.
           05 WS-MCT-KEY         PIC X(8).
           05 WS-MCT-KEY-IDX     PIC 9(2).
           05 WS-MCT-HASH-WORD   PIC 9(4) COMP.
           05 WS-MCT-HASH-CHARS REDEFINES WS-MCT-HASH-WORD.
               10 FILLER           PIC X.
               10 WS-MCT-HASH-BYTE PIC X.

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-ADD-COUNT    PIC 9(5) VALUE ZERO.
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-DETERMINE-RESTART-POINT
           PERFORM 8000-SCAN-USER-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-OPEN-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-OPEN-HASH
           OPEN I-O   USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "USRMGMT - OUVERTURE USER-MASTER IMPOSSIBLE - "
           END-IF
           OPEN INPUT USER-TRAN-FILE
           OPEN OUTPUT USER-REPORT-FILE
           OPEN EXTEND USER-AUDIT-FILE
           IF USER-AUDIT-NO-FILE
               OPEN OUTPUT USER-AUDIT-FILE
           END-IF
           IF WS-RESTART-SEQ > ZERO
               OPEN EXTEND USER-CKPT-FILE
               MOVE SPACES TO WS-REPORT-LINE
           MOVE PET-RECORD    TO JRN-RECORD-IMAGE
           WRITE PET-JRNL-RECORD.

      *    Relève le nombre de fiches et le total de hachage des USER-ID
      *    de USER-MASTER, ouvert en lecture le temps du relevé, avant
      *    l'ouverture en mise à jour ou après la fermeture.
       8000-SCAN-USER-MASTER.
           MOVE ZERO TO WS-MCT-SCAN-COUNT
           MOVE ZERO TO WS-MCT-SCAN-HASH
           MOVE 'N'  TO WS-MCT-SCAN-EOF
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "USRMGMT - RELEVE USER-MASTER IMPOSSIBLE - "
                   WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8100-READ-SCAN-RECORD
           PERFORM 8200-ADD-SCAN-RECORD
               UNTIL MCT-SCAN-EOF
           CLOSE USER-MASTER-FILE.

       8100-READ-SCAN-RECORD.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MCT-SCAN-EOF
           END-READ.

       8200-ADD-SCAN-RECORD.
           ADD 1 TO WS-MCT-SCAN-COUNT
           MOVE USER-ID TO WS-MCT-KEY
           PERFORM 8250-HASH-ONE-KEY-BYTE
               VARYING WS-MCT-KEY-IDX FROM 1 BY 1
               UNTIL WS-MCT-KEY-IDX > 8
           PERFORM 8100-READ-SCAN-RECORD.

       8250-HASH-ONE-KEY-BYTE.
           MOVE ZERO TO WS-MCT-HASH-WORD
           MOVE WS-MCT-KEY (WS-MCT-KEY-IDX:1) TO WS-MCT-HASH-BYTE
           COMPUTE WS-MCT-SCAN-HASH = WS-MCT-SCAN-HASH
               + WS-MCT-HASH-WORD * WS-MCT-KEY-IDX.

      *    Arrêt immédiat du traitement après l'échec d'ouverture d'un
      *    fichier indispensable (maître des employés) : il ne serait
      *    pas sûr de continuer à lire/écrire un fichier non ouvert,
                 USER-TRAN-FILE
                 USER-REPORT-FILE
                 USER-AUDIT-FILE
                 USER-CKPT-FILE
           PERFORM 8000-SCAN-USER-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-CLOSE-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-CLOSE-HASH
           PERFORM 9200-WRITE-MASTER-CTL.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
               DISPLAY "USRMGMT - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.

      *    Inscrit les totaux de contrôle de USER-MASTER au fichier
      *    MASTCTL (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Le retrait du doublon d'une
      *    fusion compte parmi les suppressions. Un échec
      *    d'inscription est signalé ; PetBalance signalera le
      *    maillon manquant de la chaîne.
       9200-WRITE-MASTER-CTL.
           OPEN EXTEND MASTER-CTL-FILE
           IF MASTER-CTL-NO-FILE
               OPEN OUTPUT MASTER-CTL-FILE
           END-IF
           IF MASTER-CTL-OK
               MOVE "USRMGMT"          TO MCT-JOB-NAME
               MOVE WS-AUDIT-DATE      TO MCT-RUN-DATE
               MOVE WS-RUN-TIME        TO MCT-RUN-TIME
               MOVE "USRMAST"          TO MCT-FILE-NAME
               MOVE WS-MCT-OPEN-COUNT  TO MCT-OPEN-COUNT
               MOVE WS-MCT-OPEN-HASH   TO MCT-OPEN-HASH
               MOVE WS-ADD-COUNT       TO MCT-ADD-COUNT
               COMPUTE MCT-DELETE-COUNT = WS-DELETE-COUNT
                   + WS-MERGE-COUNT
               MOVE ZERO               TO MCT-RESTORE-COUNT
               MOVE WS-MCT-CLOSE-COUNT TO MCT-CLOSE-COUNT
               MOVE WS-MCT-CLOSE-HASH  TO MCT-CLOSE-HASH
               WRITE MASTER-CTL-RECORD
               CLOSE MASTER-CTL-FILE
           ELSE
               DISPLAY "USRMGMT - INSCRIPTION MASTCTL IMPOSSIBLE - "
                   WS-MASTER-CTL-STATUS
           END-IF.
