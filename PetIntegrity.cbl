      *    *************************************************************
      *    PROGRAMME DE CONTROLE D'INTEGRITE DES FICHIERS DU CHENIL
      *    Ce traitement hebdomadaire vérifie que les fichiers
      *    rattachés aux fichiers maîtres s'accordent encore avec
      *    eux après les fusions de propriétaires, les purges de
      *    PetArchive et les rejeux de journal. Chaque fichier est
      *    relu en entier et chaque enregistrement confronté à ses
      *    parents dans PET-MASTER et USER-MASTER :
      *      MED-EVENT : animal présent au maître, aucun acte actif
      *                  postérieur au décès ou à la cession ;
      *      PETBOARD  : aucun séjour en cours pour un animal absent
      *                  du maître, décédé ou cédé ;
      *      PETRECV   : propriétaire facturé présent dans
      *                  USER-MASTER, animal d'une créance impayée
      *                  présent au maître ;
      *      CHIPXREF  : animal présent au maître et portant encore
      *                  la puce, et, en sens inverse, toute puce
      *                  d'une fiche animal présente dans CHIPXREF ;
      *      PETOHIST  : animal, ancien et nouveau maître présents ;
      *      WAITLIST  : candidat présent dans USER-MASTER.
      *    Le rapport d'exceptions INTGRPT liste chaque écart sous
      *    le numéro de sa règle, regroupé par fichier, puis le
      *    nombre d'écarts par règle. Le total des écarts est inscrit
      *    au fichier JOBLOG comme compteur d'anomalies : la synthèse
      *    OpsSummary le confronte à son seuil d'alerte et l'état de
      *    tendance OpsTrend en montre la progression.
      *    Les maîtres sont indispensables ; un fichier rattaché
      *    absent est signalé sur le rapport et son contrôle sauté.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetIntegrity.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des animaux, consulté par accès direct et
      *    relu en séquence pour le contrôle des puces.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier maître des propriétaires, consulté par accès direct.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier des événements médicaux, lu séquentiellement.
           SELECT MED-EVENT-FILE ASSIGN TO "MEDEVENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier des séjours en pension, lu séquentiellement.
           SELECT PET-BOARD-FILE ASSIGN TO "PETBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRD-KEY
               FILE STATUS IS WS-PET-BOARD-STATUS.

      *    Fichier des créances, lu séquentiellement.
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

      *    Fichier croisé des puces, relu en séquence puis consulté
      *    par accès direct depuis les fiches animal.
           SELECT CHIP-XREF-FILE ASSIGN TO "CHIPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIP-ID
               FILE STATUS IS WS-CHIP-XREF-STATUS.

      *    Historique de propriété, lu séquentiellement.
           SELECT PET-OWN-HIST-FILE ASSIGN TO "PETOHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-OWN-HIST-STATUS.

      *    Liste d'attente d'adoption, lue séquentiellement.
           SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAIT-LIST-STATUS.

      *    Rapport d'exceptions du contrôle d'intégrité.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

      *    Fichier de contrôle d'exécution partagé par la chaîne de
      *    nuit, relu par la synthèse OpsSummary.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  MED-EVENT-FILE.
       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  PET-BOARD-FILE.
       01  PET-BOARD-RECORD.
           COPY PetBoard.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

       FD  CHIP-XREF-FILE.
       01  CHIP-XREF-RECORD.
           COPY ChipXref.

       FD  PET-OWN-HIST-FILE.
       01  PET-OWN-HIST-RECORD.
           COPY PetOwnHist.

       FD  WAIT-LIST-FILE.
       01  WAIT-LIST-RECORD.
           COPY PetWaitList.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE PIC X(80).

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           COPY JobLog.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-PET-MASTER-STATUS    PIC XX.
               88 PET-MASTER-OK       VALUE '00'.
           05 WS-PET-MASTER-EOF       PIC X VALUE 'N'.
               88 PET-MASTER-EOF      VALUE 'Y'.
           05 WS-USER-MASTER-STATUS   PIC XX.
               88 USER-MASTER-OK      VALUE '00'.
           05 WS-MED-EVENT-STATUS     PIC XX.
               88 MED-EVENT-OK        VALUE '00'.
               88 MED-EVENT-NO-FILE   VALUE '35'.
           05 WS-MED-EVENT-OPEN-SW    PIC X VALUE 'N'.
               88 MED-EVENT-OPEN      VALUE 'Y'.
           05 WS-MED-EVENT-EOF        PIC X VALUE 'N'.
               88 MED-EVENT-EOF       VALUE 'Y'.
           05 WS-PET-BOARD-STATUS     PIC XX.
               88 PET-BOARD-OK        VALUE '00'.
               88 PET-BOARD-NO-FILE   VALUE '35'.
           05 WS-PET-BOARD-OPEN-SW    PIC X VALUE 'N'.
               88 PET-BOARD-OPEN      VALUE 'Y'.
           05 WS-PET-BOARD-EOF        PIC X VALUE 'N'.
               88 PET-BOARD-EOF       VALUE 'Y'.
           05 WS-PET-RECV-STATUS      PIC XX.
               88 PET-RECV-OK         VALUE '00'.
               88 PET-RECV-NO-FILE    VALUE '35'.
           05 WS-PET-RECV-OPEN-SW     PIC X VALUE 'N'.
               88 PET-RECV-OPEN       VALUE 'Y'.
           05 WS-PET-RECV-EOF         PIC X VALUE 'N'.
               88 PET-RECV-EOF        VALUE 'Y'.
           05 WS-CHIP-XREF-STATUS     PIC XX.
               88 CHIP-XREF-OK        VALUE '00'.
               88 CHIP-XREF-NO-FILE   VALUE '35'.
           05 WS-CHIP-XREF-OPEN-SW    PIC X VALUE 'N'.
               88 CHIP-XREF-OPEN      VALUE 'Y'.
           05 WS-CHIP-XREF-EOF        PIC X VALUE 'N'.
               88 CHIP-XREF-EOF       VALUE 'Y'.
           05 WS-PET-OWN-HIST-STATUS  PIC XX.
               88 PET-OWN-HIST-OK     VALUE '00'.
               88 PET-OWN-HIST-NO-FILE VALUE '35'.
           05 WS-PET-OWN-HIST-OPEN-SW PIC X VALUE 'N'.
               88 PET-OWN-HIST-OPEN   VALUE 'Y'.
           05 WS-PET-OWN-HIST-EOF     PIC X VALUE 'N'.
               88 PET-OWN-HIST-EOF    VALUE 'Y'.
           05 WS-WAIT-LIST-STATUS     PIC XX.
               88 WAIT-LIST-OK        VALUE '00'.
               88 WAIT-LIST-NO-FILE   VALUE '35'.
           05 WS-WAIT-LIST-OPEN-SW    PIC X VALUE 'N'.
               88 WAIT-LIST-OPEN      VALUE 'Y'.
           05 WS-WAIT-LIST-EOF        PIC X VALUE 'N'.
               88 WAIT-LIST-EOF       VALUE 'Y'.
           05 WS-INTEGRITY-REPORT-STATUS PIC XX.
               88 INTEGRITY-REPORT-OK VALUE '00'.
           05 WS-JOB-LOG-STATUS       PIC XX.
               88 JOB-LOG-OK          VALUE '00'.
               88 JOB-LOG-NO-FILE     VALUE '35'.
           05 WS-PET-FOUND-SW         PIC X.
               88 PET-FOUND           VALUE 'Y'.
           05 WS-USER-FOUND-SW        PIC X.
               88 USER-FOUND          VALUE 'Y'.

      *    Date et heure d'exécution du lot, utilisées pour
      *    l'inscription au fichier de contrôle d'exécution.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Libellés des règles de contrôle, dans l'ordre de leur
      *    numéro : le libellé sert de message sur la ligne d'écart
      *    et sur la ligne de décompte de fin de rapport.
       01 WS-RULE-LABEL-VALUES.
           05 FILLER PIC X(45)
               VALUE "ACTE MEDICAL - ANIMAL ABSENT DU MAITRE".
           05 FILLER PIC X(45)
               VALUE "ACTE MEDICAL ACTIF POSTERIEUR AU RETRAIT".
           05 FILLER PIC X(45)
               VALUE "SEJOUR EN COURS - ANIMAL ABSENT DU MAITRE".
           05 FILLER PIC X(45)
               VALUE "SEJOUR EN COURS - ANIMAL DECEDE OU CEDE".
           05 FILLER PIC X(45)
               VALUE "CREANCE - PROPRIETAIRE ABSENT DE USER-MASTER".
           05 FILLER PIC X(45)
               VALUE "CREANCE IMPAYEE - ANIMAL ABSENT DU MAITRE".
           05 FILLER PIC X(45)
               VALUE "PUCE - ANIMAL ABSENT DU MAITRE".
           05 FILLER PIC X(45)
               VALUE "PUCE - NE CORRESPOND PLUS A LA FICHE ANIMAL".
           05 FILLER PIC X(45)
               VALUE "FICHE ANIMAL - PUCE ABSENTE DE CHIPXREF".
           05 FILLER PIC X(45)
               VALUE "HISTORIQUE - ANIMAL ABSENT DU MAITRE".
           05 FILLER PIC X(45)
               VALUE "HISTORIQUE - ANCIEN MAITRE ABSENT".
           05 FILLER PIC X(45)
               VALUE "HISTORIQUE - NOUVEAU MAITRE ABSENT".
           05 FILLER PIC X(45)
               VALUE "ATTENTE - CANDIDAT ABSENT DE USER-MASTER".
       01 WS-RULE-LABEL-TABLE REDEFINES WS-RULE-LABEL-VALUES.
           05 WS-RULE-LABEL PIC X(45) OCCURS 13 TIMES.

      *    Nombre d'écarts relevés par règle, et règle courante.
       01 WS-RULE-COUNT-TABLE.
           05 WS-RULE-COUNT PIC 9(6) OCCURS 13 TIMES.
       01 WS-RULE-NUM PIC 9(2).

      *    Titre de la section de rapport en cours.
       01 WS-SECTION-TITLE PIC X(30).

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-READ-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.

      *    Zone de construction des lignes du rapport d'exceptions :
      *    numéro de règle, clé de l'enregistrement en écart et
      *    libellé de la règle.
       01 WS-REPORT-LINE.
           05 FILLER             PIC X    VALUE "R".
           05 WS-RPT-RULE        PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-KEY         PIC X(24).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE     PIC X(45).
       01 WS-COUNT-LINE.
           05 FILLER             PIC X    VALUE "R".
           05 WS-CNT-RULE        PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CNT-LABEL       PIC X(45).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CNT-VALUE       PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-MED-EVENTS
           PERFORM 3000-CHECK-BOARD-STAYS
           PERFORM 4000-CHECK-RECEIVABLES
           PERFORM 5000-CHECK-CHIP-XREF
           PERFORM 6000-CHECK-OWNER-HISTORY
           PERFORM 7000-CHECK-WAIT-LIST
           PERFORM 8000-WRITE-RULE-COUNTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-RULE-COUNT-TABLE
           OPEN INPUT  PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETINTEGRITY - OUVERTURE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT  USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETINTEGRITY - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT  MED-EVENT-FILE
           IF MED-EVENT-OK
               MOVE 'Y' TO WS-MED-EVENT-OPEN-SW
           ELSE
               IF NOT MED-EVENT-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE MED-EVENT "
                       "IMPOSSIBLE - " WS-MED-EVENT-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT  PET-BOARD-FILE
           IF PET-BOARD-OK
               MOVE 'Y' TO WS-PET-BOARD-OPEN-SW
           ELSE
               IF NOT PET-BOARD-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE PETBOARD "
                       "IMPOSSIBLE - " WS-PET-BOARD-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT  PET-RECV-FILE
           IF PET-RECV-OK
               MOVE 'Y' TO WS-PET-RECV-OPEN-SW
           ELSE
               IF NOT PET-RECV-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE PETRECV "
                       "IMPOSSIBLE - " WS-PET-RECV-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT  CHIP-XREF-FILE
           IF CHIP-XREF-OK
               MOVE 'Y' TO WS-CHIP-XREF-OPEN-SW
           ELSE
               IF NOT CHIP-XREF-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE CHIPXREF "
                       "IMPOSSIBLE - " WS-CHIP-XREF-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT  PET-OWN-HIST-FILE
           IF PET-OWN-HIST-OK
               MOVE 'Y' TO WS-PET-OWN-HIST-OPEN-SW
           ELSE
               IF NOT PET-OWN-HIST-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE PETOHIST "
                       "IMPOSSIBLE - " WS-PET-OWN-HIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT  WAIT-LIST-FILE
           IF WAIT-LIST-OK
               MOVE 'Y' TO WS-WAIT-LIST-OPEN-SW
           ELSE
               IF NOT WAIT-LIST-NO-FILE
                   DISPLAY "PETINTEGRITY - OUVERTURE WAITLIST "
                       "IMPOSSIBLE - " WS-WAIT-LIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "CONTROLE D'INTEGRITE DES FICHIERS DU " WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.

      *    Actes médicaux : l'animal doit figurer au maître, et un
      *    animal décédé ou cédé ne peut porter d'acte actif daté
      *    après la pose de son statut.
       2000-CHECK-MED-EVENTS.
           MOVE "-- MED-EVENT --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF MED-EVENT-OPEN
               PERFORM 2100-READ-MED-EVENT
               PERFORM 2200-VALIDATE-MED-EVENT
                   UNTIL MED-EVENT-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       2100-READ-MED-EVENT.
           READ MED-EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-MED-EVENT-EOF
           END-READ.

       2200-VALIDATE-MED-EVENT.
           ADD 1 TO WS-READ-COUNT
           MOVE MED-PET-ID TO PET-ID
           PERFORM 2800-LOOKUP-PET
           MOVE SPACES TO WS-RPT-KEY
           STRING MED-PET-ID " " MED-EVENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-KEY
           END-STRING
           IF NOT PET-FOUND
               MOVE 1 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           ELSE
               IF PET-INACTIVE AND MED-EVENT-ACTIVE
                  AND MED-EVENT-DATE > PET-STATUS-DATE
                   MOVE 2 TO WS-RULE-NUM
                   PERFORM 2900-REPORT-EXCEPTION
               END-IF
           END-IF
           PERFORM 2100-READ-MED-EVENT.

      *    Recherche de l'animal au maître (PET-ID déjà posé).
       2800-LOOKUP-PET.
           READ PET-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PET-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PET-FOUND-SW
           END-READ.

      *    Recherche du propriétaire (USER-ID déjà posé). Un
      *    identifiant à blanc n'est pas recherché et compte comme
      *    absent.
       2850-LOOKUP-USER.
           IF USER-ID = SPACES
               MOVE 'N' TO WS-USER-FOUND-SW
           ELSE
               READ USER-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-USER-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-USER-FOUND-SW
               END-READ
           END-IF.

      *    Ecrit la ligne d'écart de la règle WS-RULE-NUM pour la clé
      *    déjà posée, et la compte.
       2900-REPORT-EXCEPTION.
           MOVE WS-RULE-NUM TO WS-RPT-RULE
           MOVE WS-RULE-LABEL (WS-RULE-NUM) TO WS-RPT-MESSAGE
           WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
           ADD 1 TO WS-RULE-COUNT (WS-RULE-NUM)
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    Titre de section, précédé d'une ligne blanche.
       2950-WRITE-SECTION-HEADER.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE WS-SECTION-TITLE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       2960-WRITE-FILE-ABSENT.
           MOVE "FICHIER ABSENT - CONTROLE NON EFFECTUE"
               TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *    Séjours en pension : seuls les séjours en cours (sortie
      *    réelle à zéro) sont contrôlés, un séjour clos d'un animal
      *    purgé n'étant plus que de l'historique.
       3000-CHECK-BOARD-STAYS.
           MOVE "-- PETBOARD --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF PET-BOARD-OPEN
               PERFORM 3100-READ-BOARD-STAY
               PERFORM 3200-VALIDATE-BOARD-STAY
                   UNTIL PET-BOARD-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       3100-READ-BOARD-STAY.
           READ PET-BOARD-FILE
               AT END
                   MOVE 'Y' TO WS-PET-BOARD-EOF
           END-READ.

       3200-VALIDATE-BOARD-STAY.
           ADD 1 TO WS-READ-COUNT
           IF BRD-ACTUAL-CHECKOUT-DATE = ZERO
               MOVE BRD-PET-ID TO PET-ID
               PERFORM 2800-LOOKUP-PET
               MOVE SPACES TO WS-RPT-KEY
               STRING BRD-PET-ID " " BRD-CHECKIN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-KEY
               END-STRING
               IF NOT PET-FOUND
                   MOVE 3 TO WS-RULE-NUM
                   PERFORM 2900-REPORT-EXCEPTION
               ELSE
                   IF PET-INACTIVE
                       MOVE 4 TO WS-RULE-NUM
                       PERFORM 2900-REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-BOARD-STAY.

      *    Créances : le propriétaire facturé doit figurer dans
      *    USER-MASTER (sans quoi ni relevé ni imputation ne le
      *    retrouvent) ; l'animal d'une créance encore impayée doit
      *    figurer au maître.
       4000-CHECK-RECEIVABLES.
           MOVE "-- PETRECV --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF PET-RECV-OPEN
               PERFORM 4100-READ-RECEIVABLE
               PERFORM 4200-VALIDATE-RECEIVABLE
                   UNTIL PET-RECV-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       4100-READ-RECEIVABLE.
           READ PET-RECV-FILE
               AT END
                   MOVE 'Y' TO WS-PET-RECV-EOF
           END-READ.

       4200-VALIDATE-RECEIVABLE.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RPT-KEY
           STRING RCV-MASTER-ID " " RCV-PET-ID " " RCV-EVENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-KEY
           END-STRING
           MOVE RCV-MASTER-ID TO USER-ID
           PERFORM 2850-LOOKUP-USER
           IF NOT USER-FOUND
               MOVE 5 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           END-IF
           IF RCV-UNPAID
               MOVE RCV-PET-ID TO PET-ID
               PERFORM 2800-LOOKUP-PET
               IF NOT PET-FOUND
                   MOVE 6 TO WS-RULE-NUM
                   PERFORM 2900-REPORT-EXCEPTION
               END-IF
           END-IF
           PERFORM 4100-READ-RECEIVABLE.

      *    Puces : chaque entrée de CHIPXREF doit désigner un animal
      *    du maître qui porte encore ce numéro ; en sens inverse,
      *    toute fiche animal pucée doit retrouver sa puce dans
      *    CHIPXREF, rattachée à elle.
       5000-CHECK-CHIP-XREF.
           MOVE "-- CHIPXREF --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF CHIP-XREF-OPEN
               PERFORM 5100-READ-CHIP-XREF
               PERFORM 5200-VALIDATE-CHIP-XREF
                   UNTIL CHIP-XREF-EOF
               MOVE LOW-VALUES TO PET-ID
               START PET-MASTER-FILE KEY >= PET-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-PET-MASTER-EOF
               END-START
               PERFORM 5300-READ-PET-MASTER
               PERFORM 5400-VALIDATE-PET-CHIP
                   UNTIL PET-MASTER-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       5100-READ-CHIP-XREF.
           READ CHIP-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHIP-XREF-EOF
           END-READ.

       5200-VALIDATE-CHIP-XREF.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RPT-KEY
           STRING CHIP-ID " " CHIP-PET-ID
               DELIMITED BY SIZE INTO WS-RPT-KEY
           END-STRING
           MOVE CHIP-PET-ID TO PET-ID
           PERFORM 2800-LOOKUP-PET
           IF NOT PET-FOUND
               MOVE 7 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           ELSE
               IF PET-CHIP-ID NOT = CHIP-ID
                   MOVE 8 TO WS-RULE-NUM
                   PERFORM 2900-REPORT-EXCEPTION
               END-IF
           END-IF
           PERFORM 5100-READ-CHIP-XREF.

       5300-READ-PET-MASTER.
           IF NOT PET-MASTER-EOF
               READ PET-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PET-MASTER-EOF
               END-READ
           END-IF.

       5400-VALIDATE-PET-CHIP.
           ADD 1 TO WS-READ-COUNT
           IF PET-CHIP-ID NOT = SPACES
               MOVE SPACES TO WS-RPT-KEY
               STRING PET-ID " " PET-CHIP-ID
                   DELIMITED BY SIZE INTO WS-RPT-KEY
               END-STRING
               MOVE PET-CHIP-ID TO CHIP-ID
               READ CHIP-XREF-FILE
                   INVALID KEY
                       MOVE 9 TO WS-RULE-NUM
                       PERFORM 2900-REPORT-EXCEPTION
                   NOT INVALID KEY
                       IF CHIP-PET-ID NOT = PET-ID
                           MOVE 9 TO WS-RULE-NUM
                           PERFORM 2900-REPORT-EXCEPTION
                       END-IF
               END-READ
           END-IF
           PERFORM 5300-READ-PET-MASTER.

      *    Historique de propriété : l'animal, l'ancien et le nouveau
      *    maître doivent figurer dans leurs fichiers maîtres (la
      *    chaîne de possession est relue lors des litiges).
       6000-CHECK-OWNER-HISTORY.
           MOVE "-- PETOHIST --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF PET-OWN-HIST-OPEN
               PERFORM 6100-READ-OWNER-HISTORY
               PERFORM 6200-VALIDATE-OWNER-HISTORY
                   UNTIL PET-OWN-HIST-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       6100-READ-OWNER-HISTORY.
           READ PET-OWN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PET-OWN-HIST-EOF
           END-READ.

       6200-VALIDATE-OWNER-HISTORY.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RPT-KEY
           STRING HIST-PET-ID " " HIST-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-RPT-KEY
           END-STRING
           MOVE HIST-PET-ID TO PET-ID
           PERFORM 2800-LOOKUP-PET
           IF NOT PET-FOUND
               MOVE 10 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           END-IF
           MOVE HIST-OLD-MASTER-ID TO USER-ID
           PERFORM 2850-LOOKUP-USER
           IF NOT USER-FOUND
               MOVE SPACES TO WS-RPT-KEY
               STRING HIST-PET-ID " " HIST-EFFECTIVE-DATE " "
                      HIST-OLD-MASTER-ID
                   DELIMITED BY SIZE INTO WS-RPT-KEY
               END-STRING
               MOVE 11 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           END-IF
           MOVE HIST-NEW-MASTER-ID TO USER-ID
           PERFORM 2850-LOOKUP-USER
           IF NOT USER-FOUND
               MOVE SPACES TO WS-RPT-KEY
               STRING HIST-PET-ID " " HIST-EFFECTIVE-DATE " "
                      HIST-NEW-MASTER-ID
                   DELIMITED BY SIZE INTO WS-RPT-KEY
               END-STRING
               MOVE 12 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           END-IF
           PERFORM 6100-READ-OWNER-HISTORY.

      *    Liste d'attente : le candidat doit figurer dans
      *    USER-MASTER.
       7000-CHECK-WAIT-LIST.
           MOVE "-- WAITLIST --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           IF WAIT-LIST-OPEN
               PERFORM 7100-READ-WAIT-LIST
               PERFORM 7200-VALIDATE-WAIT-LIST
                   UNTIL WAIT-LIST-EOF
           ELSE
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF.

       7100-READ-WAIT-LIST.
           READ WAIT-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-WAIT-LIST-EOF
           END-READ.

       7200-VALIDATE-WAIT-LIST.
           ADD 1 TO WS-READ-COUNT
           MOVE WL-APPLICANT-ID TO USER-ID
           PERFORM 2850-LOOKUP-USER
           IF NOT USER-FOUND
               MOVE SPACES TO WS-RPT-KEY
               STRING WL-APPLICANT-ID " " WL-REQUEST-DATE " "
                      WL-WANTED-PET-KEY
                   DELIMITED BY SIZE INTO WS-RPT-KEY
               END-STRING
               MOVE 13 TO WS-RULE-NUM
               PERFORM 2900-REPORT-EXCEPTION
           END-IF
           PERFORM 7100-READ-WAIT-LIST.

      *    Décompte des écarts par règle, une ligne par règle, même
      *    à zéro, pour que les rapports d'une semaine à l'autre se
      *    comparent ligne à ligne.
       8000-WRITE-RULE-COUNTS.
           MOVE "-- ECARTS PAR REGLE --" TO WS-SECTION-TITLE
           PERFORM 2950-WRITE-SECTION-HEADER
           PERFORM 8100-WRITE-RULE-COUNT-LINE
               VARYING WS-RULE-NUM FROM 1 BY 1
               UNTIL WS-RULE-NUM > 13.

       8100-WRITE-RULE-COUNT-LINE.
           MOVE WS-RULE-NUM                 TO WS-CNT-RULE
           MOVE WS-RULE-LABEL (WS-RULE-NUM) TO WS-CNT-LABEL
           MOVE WS-RULE-COUNT (WS-RULE-NUM) TO WS-CNT-VALUE
           WRITE INTEGRITY-REPORT-LINE FROM WS-COUNT-LINE.

      *    Arrêt immédiat du traitement après l'échec d'ouverture d'un
      *    fichier indispensable : une lecture contre un fichier non
      *    ouvert ne signale ni fin de fichier ni erreur dans ce
      *    runtime, donc le contrôle s'arrête sans produire de
      *    rapport.
       9900-ABORT.
           DISPLAY "PETINTEGRITY - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE "-- FIN DE CONTROLE --" TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "ENREGISTREMENTS CONTROLES: " WS-READ-COUNT
                  "  ECARTS: "                  WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           CLOSE PET-MASTER-FILE
                 USER-MASTER-FILE
                 INTEGRITY-REPORT-FILE
           IF MED-EVENT-OPEN
               CLOSE MED-EVENT-FILE
           END-IF
           IF PET-BOARD-OPEN
               CLOSE PET-BOARD-FILE
           END-IF
           IF PET-RECV-OPEN
               CLOSE PET-RECV-FILE
           END-IF
           IF CHIP-XREF-OPEN
               CLOSE CHIP-XREF-FILE
           END-IF
           IF PET-OWN-HIST-OPEN
               CLOSE PET-OWN-HIST-FILE
           END-IF
           IF WAIT-LIST-OPEN
               CLOSE WAIT-LIST-FILE
           END-IF.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Le total des écarts part en
      *    compteur d'anomalies : la synthèse OpsSummary le confronte
      *    à son seuil d'alerte (lot de type R dans OPSJOBS).
       9100-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-NO-FILE
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-OK
               MOVE "PETINTG"          TO JOBLOG-JOB-NAME
               MOVE WS-RUN-DATE        TO JOBLOG-RUN-DATE
               MOVE WS-RUN-TIME        TO JOBLOG-RUN-TIME
               MOVE WS-READ-COUNT      TO JOBLOG-IN-COUNT
               MOVE ZERO               TO JOBLOG-OUT-COUNT
               MOVE WS-EXCEPTION-COUNT TO JOBLOG-ERROR-COUNT
               MOVE ZERO               TO JOBLOG-RETURN-CODE
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "PETINTEGRITY - INSCRIPTION JOBLOG "
                   "IMPOSSIBLE - " WS-JOB-LOG-STATUS
           END-IF.
