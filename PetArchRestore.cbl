      *    restaurée repart au statut actif, horodatée du jour ;
      *    la copie d'archive reste en place, l'archive séquentielle
      *    n'étant jamais réécrite.
      *
      *    Le nombre de fiches et le total de hachage des PET-ID sont
      *    relevés avant et après le passage et inscrits, avec la
      *    restauration posée, au fichier MASTCTL pour le contrôle
      *    d'équilibre PetBalance.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-JRNL-STATUS.

      *    Totaux de contrôle des fichiers maîtres, prolongés au fil
      *    de la nuit, relus par le contrôle d'équilibre PetBalance.
           SELECT MASTER-CTL-FILE ASSIGN TO "MASTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  PET-JRNL-RECORD.
           COPY PetJournal.

       FD  MASTER-CTL-FILE.
       01  MASTER-CTL-RECORD.
           COPY MasterCtl.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
           05 WS-PET-JRNL-STATUS    PIC XX.
               88 PET-JRNL-OK       VALUE '00'.
               88 PET-JRNL-NO-FILE  VALUE '35'.
           05 WS-MASTER-CTL-STATUS PIC XX.
               88 MASTER-CTL-OK      VALUE '00'.
               88 MASTER-CTL-NO-FILE VALUE '35'.
           05 WS-MCT-SCAN-EOF      PIC X VALUE 'N'.
               88 MCT-SCAN-EOF     VALUE 'Y'.
           05 WS-FOUND-SW           PIC X VALUE 'N'.
               88 ARCH-RECORD-FOUND VALUE 'Y'.

      *    Compteur des fiches archivées lues.
       01 WS-ARCH-COUNT PIC 9(6) VALUE ZERO.

      *    Compteur des fiches réinstallées dans le maître.
       01 WS-RESTORED-COUNT PIC 9(6) VALUE ZERO.

      *    Totaux de contrôle de PET-MASTER : nombre de fiches et total
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

      *    Zone de construction des lignes du journal.
       01 WS-REPORT-LINE.
           05 WS-RPT-PET-ID     PIC X(8).
                   "IMPOSSIBLE - " WS-PET-ARCHIVE-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-OPEN-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-OPEN-HASH
           OPEN I-O PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETARCHRESTORE - OUVERTURE PET-MASTER "
                       PERFORM 3100-REFUSE-EXISTING-PET
                   NOT INVALID KEY
                       PERFORM 3200-WRITE-PET-JOURNAL
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE WS-WANTED-PET-ID TO WS-RPT-PET-ID
                       MOVE "FICHE RESTAUREE AU STATUT ACTIF"
                           TO WS-RPT-MESSAGE
       2900-WRITE-REPORT-LINE.
           WRITE REST-REPORT-LINE FROM WS-REPORT-LINE.

      *    Relève le nombre de fiches et le total de hachage des PET-ID
      *    de PET-MASTER, ouvert en lecture le temps du relevé, avant
      *    l'ouverture en mise à jour ou après la fermeture.
       8000-SCAN-PET-MASTER.
           MOVE ZERO TO WS-MCT-SCAN-COUNT
           MOVE ZERO TO WS-MCT-SCAN-HASH
           MOVE 'N'  TO WS-MCT-SCAN-EOF
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETARCHRESTORE - RELEVE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8100-READ-SCAN-RECORD
           PERFORM 8200-ADD-SCAN-RECORD
               UNTIL MCT-SCAN-EOF
           CLOSE PET-MASTER-FILE.

       8100-READ-SCAN-RECORD.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MCT-SCAN-EOF
           END-READ.

       8200-ADD-SCAN-RECORD.
           ADD 1 TO WS-MCT-SCAN-COUNT
           MOVE PET-ID OF PET-RECORD TO WS-MCT-KEY
           PERFORM 8250-HASH-ONE-KEY-BYTE
               VARYING WS-MCT-KEY-IDX FROM 1 BY 1
               UNTIL WS-MCT-KEY-IDX > 8
           PERFORM 8100-READ-SCAN-RECORD.

       8250-HASH-ONE-KEY-BYTE.
           MOVE ZERO TO WS-MCT-HASH-WORD
           MOVE WS-MCT-KEY (WS-MCT-KEY-IDX:1) TO WS-MCT-HASH-BYTE
           COMPUTE WS-MCT-SCAN-HASH = WS-MCT-SCAN-HASH
               + WS-MCT-HASH-WORD * WS-MCT-KEY-IDX.

      *    Arrêt immédiat du traitement après un PARM absent ou
      *    l'échec d'ouverture d'un fichier indispensable (archive ou
      *    maître) : il ne serait pas sûr de continuer, donc le lot
           CLOSE PET-ARCHIVE-FILE
                 PET-MASTER-FILE
                 PET-JRNL-FILE
                 REST-REPORT-FILE
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-CLOSE-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-CLOSE-HASH
           PERFORM 9200-WRITE-MASTER-CTL.

      *    Inscrit les totaux de contrôle de PET-MASTER au fichier
      *    MASTCTL (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit), sous le nom PETARCHR porté au
      *    journal. La fiche réinstallée compte comme une
      *    restauration. Un échec d'inscription est signalé ;
      *    PetBalance signalera le maillon manquant de la chaîne.
       9200-WRITE-MASTER-CTL.
           OPEN EXTEND MASTER-CTL-FILE
           IF MASTER-CTL-NO-FILE
               OPEN OUTPUT MASTER-CTL-FILE
           END-IF
           IF MASTER-CTL-OK
               MOVE "PETARCHR"         TO MCT-JOB-NAME
               MOVE WS-RUN-DATE        TO MCT-RUN-DATE
               MOVE WS-RUN-TIME        TO MCT-RUN-TIME
               MOVE "PETMAST"          TO MCT-FILE-NAME
               MOVE WS-MCT-OPEN-COUNT  TO MCT-OPEN-COUNT
               MOVE WS-MCT-OPEN-HASH   TO MCT-OPEN-HASH
               MOVE ZERO               TO MCT-ADD-COUNT
               MOVE ZERO               TO MCT-DELETE-COUNT
               MOVE WS-RESTORED-COUNT  TO MCT-RESTORE-COUNT
               MOVE WS-MCT-CLOSE-COUNT TO MCT-CLOSE-COUNT
               MOVE WS-MCT-CLOSE-HASH  TO MCT-CLOSE-HASH
               WRITE MASTER-CTL-RECORD
               CLOSE MASTER-CTL-FILE
           ELSE
               DISPLAY "PETARCHRESTORE - INSCRIPTION MASTCTL "
                   "IMPOSSIBLE - " WS-MASTER-CTL-STATUS
           END-IF.
