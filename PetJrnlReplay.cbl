      *    fusions et des lots depuis la sauvegarde. Le rejeu est
      *    idempotent : une image déjà appliquée se réapplique à
      *    l'identique, une suppression déjà faite est ignorée.
      *
      *    Le nombre de fiches et le total de hachage des identifiants
      *    de chaque maître sont relevés avant et après le rejeu et
      *    inscrits, avec les fiches recréées et supprimées, au
      *    fichier MASTCTL pour le contrôle d'équilibre PetBalance.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPLAY-REPORT-STATUS.

      *    Totaux de contrôle des fichiers maîtres, prolongés au fil
      *    de la nuit, relus par le contrôle d'équilibre PetBalance.
           SELECT MASTER-CTL-FILE ASSIGN TO "MASTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPLAY-REPORT-FILE.
       01  REPLAY-REPORT-LINE PIC X(80).

       FD  MASTER-CTL-FILE.
       01  MASTER-CTL-RECORD.
           COPY MasterCtl.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
               88 USER-MASTER-OK     VALUE '00'.
           05 WS-REPLAY-REPORT-STATUS PIC XX.
               88 REPLAY-REPORT-OK   VALUE '00'.
           05 WS-MASTER-CTL-STATUS PIC XX.
               88 MASTER-CTL-OK      VALUE '00'.
               88 MASTER-CTL-NO-FILE VALUE '35'.
           05 WS-MCT-SCAN-EOF      PIC X VALUE 'N'.
               88 MCT-SCAN-EOF     VALUE 'Y'.

      *    Compteurs de traitement pour le journal de fin de rejeu.
       01 WS-COUNTERS.
           05 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-ERROR-COUNT   PIC 9(6) VALUE ZERO.
      *    Fiches recréées (écriture d'une image absente du maître
      *    restauré) et supprimées, par fichier maître.
           05 WS-PET-ADD-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-PET-DEL-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-USER-ADD-COUNT PIC 9(6) VALUE ZERO.
           05 WS-USER-DEL-COUNT PIC 9(6) VALUE ZERO.

      *    Date et heure d'exécution, portées sur les totaux de
      *    contrôle.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Totaux de contrôle des deux maîtres : nombre de fiches et
      *    total de hachage des identifiants relevés avant et après
      *    le rejeu. Le hachage additionne le code de chaque
      *    caractère de la clé, lu comme un binaire sur deux octets,
      *    pondéré par son rang dans la clé.
       01 WS-MASTER-CTL.
           05 WS-MCT-PET-OPEN-COUNT   PIC 9(7)  VALUE ZERO.
           05 WS-MCT-PET-OPEN-HASH    PIC 9(12) VALUE ZERO.
           05 WS-MCT-PET-CLOSE-COUNT  PIC 9(7)  VALUE ZERO.
           05 WS-MCT-PET-CLOSE-HASH   PIC 9(12) VALUE ZERO.
           05 WS-MCT-USER-OPEN-COUNT  PIC 9(7)  VALUE ZERO.
           05 WS-MCT-USER-OPEN-HASH   PIC 9(12) VALUE ZERO.
           05 WS-MCT-USER-CLOSE-COUNT PIC 9(7)  VALUE ZERO.
           05 WS-MCT-USER-CLOSE-HASH  PIC 9(12) VALUE ZERO.
           05 WS-MCT-SCAN-COUNT       PIC 9(7)  VALUE ZERO.
           05 WS-MCT-SCAN-HASH        PIC 9(12) VALUE ZERO.
           05 WS-MCT-KEY              PIC X(8).
           05 WS-MCT-KEY-IDX          PIC 9(2).
           05 WS-MCT-HASH-WORD        PIC 9(4) COMP.
           05 WS-MCT-HASH-CHARS REDEFINES WS-MCT-HASH-WORD.
               10 FILLER           PIC X.
               10 WS-MCT-HASH-BYTE PIC X.

      *    Zones de construction des lignes du journal de rejeu.
       01 WS-REPORT-LINE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT PET-JRNL-FILE
           IF NOT PET-JRNL-OK
               DISPLAY "PETJRNLREPLAY - OUVERTURE PETJRNL "
                   "IMPOSSIBLE - " WS-PET-JRNL-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-PET-OPEN-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-PET-OPEN-HASH
           PERFORM 8300-SCAN-USER-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-USER-OPEN-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-USER-OPEN-HASH
           OPEN I-O PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETJRNLREPLAY - OUVERTURE PET-MASTER "
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-PET-ADD-COUNT
           END-WRITE.

      *    Réapplique une suppression animal ; une fiche déjà absente
               NOT INVALID KEY
                   DELETE PET-MASTER-FILE
                   ADD 1 TO WS-DELETED-COUNT
                   ADD 1 TO WS-PET-DEL-COUNT
           END-READ.

      *    Réapplique une image après employé, même logique que pour
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-USER-ADD-COUNT
           END-WRITE.

       2500-APPLY-USER-DELETE.
               NOT INVALID KEY
                   DELETE USER-MASTER-FILE
                   ADD 1 TO WS-DELETED-COUNT
                   ADD 1 TO WS-USER-DEL-COUNT
           END-READ.

       2900-WRITE-REPORT-LINE.
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-LINE.

      *    Relève le nombre de fiches et le total de hachage des PET-ID
      *    de PET-MASTER, ouvert en lecture le temps du relevé, avant
      *    l'ouverture en mise à jour ou après la fermeture.
       8000-SCAN-PET-MASTER.
           MOVE ZERO TO WS-MCT-SCAN-COUNT
           MOVE ZERO TO WS-MCT-SCAN-HASH
           MOVE 'N'  TO WS-MCT-SCAN-EOF
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETJRNLREPLAY - RELEVE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8100-READ-PET-SCAN-RECORD
           PERFORM 8200-ADD-PET-SCAN-RECORD
               UNTIL MCT-SCAN-EOF
           CLOSE PET-MASTER-FILE.

       8100-READ-PET-SCAN-RECORD.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MCT-SCAN-EOF
           END-READ.

       8200-ADD-PET-SCAN-RECORD.
           ADD 1 TO WS-MCT-SCAN-COUNT
           MOVE PET-ID TO WS-MCT-KEY
           PERFORM 8900-HASH-ONE-KEY-BYTE
               VARYING WS-MCT-KEY-IDX FROM 1 BY 1
               UNTIL WS-MCT-KEY-IDX > 8
           PERFORM 8100-READ-PET-SCAN-RECORD.

      *    Relève le nombre de fiches et le total de hachage des USER-ID
      *    de USER-MASTER, ouvert en lecture le temps du relevé, avant
      *    l'ouverture en mise à jour ou après la fermeture.
       8300-SCAN-USER-MASTER.
           MOVE ZERO TO WS-MCT-SCAN-COUNT
           MOVE ZERO TO WS-MCT-SCAN-HASH
           MOVE 'N'  TO WS-MCT-SCAN-EOF
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETJRNLREPLAY - RELEVE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           PERFORM 8400-READ-USER-SCAN-RECORD
           PERFORM 8500-ADD-USER-SCAN-RECORD
               UNTIL MCT-SCAN-EOF
           CLOSE USER-MASTER-FILE.

       8400-READ-USER-SCAN-RECORD.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MCT-SCAN-EOF
           END-READ.

       8500-ADD-USER-SCAN-RECORD.
           ADD 1 TO WS-MCT-SCAN-COUNT
           MOVE USER-ID TO WS-MCT-KEY
           PERFORM 8900-HASH-ONE-KEY-BYTE
               VARYING WS-MCT-KEY-IDX FROM 1 BY 1
               UNTIL WS-MCT-KEY-IDX > 8
           PERFORM 8400-READ-USER-SCAN-RECORD.

       8900-HASH-ONE-KEY-BYTE.
           MOVE ZERO TO WS-MCT-HASH-WORD
           MOVE WS-MCT-KEY (WS-MCT-KEY-IDX:1) TO WS-MCT-HASH-BYTE
           COMPUTE WS-MCT-SCAN-HASH = WS-MCT-SCAN-HASH
               + WS-MCT-HASH-WORD * WS-MCT-KEY-IDX.

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable : rejouer un journal contre un
      *    maître non ouvert n'aurait aucun sens, donc le rejeu
           CLOSE PET-JRNL-FILE
                 PET-MASTER-FILE
                 USER-MASTER-FILE
                 REPLAY-REPORT-FILE
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-PET-CLOSE-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-PET-CLOSE-HASH
           PERFORM 8300-SCAN-USER-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-USER-CLOSE-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-USER-CLOSE-HASH
           PERFORM 9200-WRITE-MASTER-CTL.

      *    Inscrit les totaux de contrôle des deux maîtres au fichier
      *    MASTCTL (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Les totaux d'ouverture sont ceux
      *    de la sauvegarde restaurée : PetBalance n'y cherche donc pas
      *    la suite de la clôture précédente. Un échec d'inscription
      *    est signalé ; PetBalance signalera le maillon manquant.
       9200-WRITE-MASTER-CTL.
           OPEN EXTEND MASTER-CTL-FILE
           IF MASTER-CTL-NO-FILE
               OPEN OUTPUT MASTER-CTL-FILE
           END-IF
           IF MASTER-CTL-OK
               MOVE "PETJRNLR"              TO MCT-JOB-NAME
               MOVE WS-RUN-DATE             TO MCT-RUN-DATE
               MOVE WS-RUN-TIME             TO MCT-RUN-TIME
               MOVE "PETMAST"               TO MCT-FILE-NAME
               MOVE WS-MCT-PET-OPEN-COUNT   TO MCT-OPEN-COUNT
               MOVE WS-MCT-PET-OPEN-HASH    TO MCT-OPEN-HASH
               MOVE WS-PET-ADD-COUNT        TO MCT-ADD-COUNT
               MOVE WS-PET-DEL-COUNT        TO MCT-DELETE-COUNT
               MOVE ZERO                    TO MCT-RESTORE-COUNT
               MOVE WS-MCT-PET-CLOSE-COUNT  TO MCT-CLOSE-COUNT
               MOVE WS-MCT-PET-CLOSE-HASH   TO MCT-CLOSE-HASH
               WRITE MASTER-CTL-RECORD
               MOVE "PETJRNLR"              TO MCT-JOB-NAME
               MOVE WS-RUN-DATE             TO MCT-RUN-DATE
               MOVE WS-RUN-TIME             TO MCT-RUN-TIME
               MOVE "USRMAST"               TO MCT-FILE-NAME
               MOVE WS-MCT-USER-OPEN-COUNT  TO MCT-OPEN-COUNT
               MOVE WS-MCT-USER-OPEN-HASH   TO MCT-OPEN-HASH
               MOVE WS-USER-ADD-COUNT       TO MCT-ADD-COUNT
               MOVE WS-USER-DEL-COUNT       TO MCT-DELETE-COUNT
               MOVE ZERO                    TO MCT-RESTORE-COUNT
               MOVE WS-MCT-USER-CLOSE-COUNT TO MCT-CLOSE-COUNT
               MOVE WS-MCT-USER-CLOSE-HASH  TO MCT-CLOSE-HASH
               WRITE MASTER-CTL-RECORD
               CLOSE MASTER-CTL-FILE
           ELSE
               DISPLAY "PETJRNLREPLAY - INSCRIPTION MASTCTL "
                   "IMPOSSIBLE - " WS-MASTER-CTL-STATUS
           END-IF.
