      *    *************************************************************
      *    PROGRAMME ANNUEL D'ANONYMISATION DES PROPRIETAIRES INACTIFS
      *    Ce traitement annuel relit le fichier maître USER-MASTER et
      *    anonymise les propriétaires qui ne sont plus clients depuis
      *    un nombre d'années donné par le PARM de la JCL (2
      *    chiffres, 3 par défaut). Un propriétaire est anonymisé
      *    quand il a été client (au moins un animal au maître ou une
      *    créance dans PETRECV) et que, depuis la date charnière :
      *      - aucun de ses animaux n'est actif, et aucun n'a été
      *        déclaré décédé ou cédé après la charnière ;
      *      - aucune créance n'est impayée, ni émise ou réglée après
      *        la charnière ;
      *      - il n'a aucune demande en liste d'attente WAITLIST ;
      *      - il n'a cédé ni reçu aucun animal (PETOHIST).
      *    Les animaux déjà purgés vers l'archive PETARCH comptent
      *    comme ceux du maître : un propriétaire dont tous les
      *    animaux sont archivés reste un ancien client, conservé si
      *    l'un d'eux a été retiré après la charnière.
      *    Les fiches sans aucune trace d'activité client (employés,
      *    inscrits récents) ne sont jamais touchées.
      *
      *    L'anonymisation conserve tous les identifiants, afin que
      *    l'historique se raccorde toujours : seuls les champs
      *    personnels sont remplacés (nom ANONYME, prénom, ville, rue
      *    et téléphone à blanc) dans USER-MASTER, sur les fiches de
      *    ses animaux dans PET-MASTER, puis dans les fichiers qui en
      *    gardent copie : noms de PETOHIST, valeurs d'audit de
      *    USRAUDIT, images du journal PETJRNL et fiches de
      *    l'archive PETARCH. Chaque anonymisation est inscrite à la
      *    piste d'audit USRAUDIT et journalisée dans PETJRNL comme
      *    toute mise à jour des maîtres. Les extraits MAILEXT et
      *    ICADDECL, refaits à chaque exécution de leur lot à partir
      *    des seuls animaux actifs, ne reprennent plus le
      *    propriétaire dès leur exécution suivante ; il en va de
      *    même de l'extrait RCLEXT des rappels de lot, refait à
      *    chaque rappel à partir des seuls animaux actifs. L'extrait
      *    ICADEVT est refait par son lot à partir de PETOHIST et des
      *    deux maîtres, tous anonymisés ici : il ne reprend donc plus
      *    que des noms anonymes.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetAnonymize.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des propriétaires, relu et mis à jour en
      *    place.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier maître des animaux, parcouru par l'index
      *    alternatif MASTER-ID.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier des créances, parcouru par propriétaire.
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

      *    Liste d'attente d'adoption, lue séquentiellement.
           SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAIT-LIST-STATUS.

      *    Historique de propriété, relu puis réécrit en place.
           SELECT PET-OWN-HIST-FILE ASSIGN TO "PETOHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-OWN-HIST-STATUS.

      *    Piste d'audit des modifications apportées à USER-MASTER.
           SELECT USER-AUDIT-FILE ASSIGN TO "USRAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USER-AUDIT-STATUS.

      *    Journal d'images après des fichiers maîtres, prolongé au
      *    fil de la nuit, rejoué par PetJrnlReplay en reprise après
      *    corruption d'un maître.
           SELECT PET-JRNL-FILE ASSIGN TO "PETJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-JRNL-STATUS.

      *    Fichier d'archives des fiches animal purgées.
           SELECT PET-ARCHIVE-FILE ASSIGN TO "PETARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-ARCHIVE-STATUS.

      *    Journal de contrôle de l'anonymisation.
           SELECT ANON-REPORT-FILE ASSIGN TO "ANONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

       FD  WAIT-LIST-FILE.
       01  WAIT-LIST-RECORD.
           COPY PetWaitList.

       FD  PET-OWN-HIST-FILE.
       01  PET-OWN-HIST-RECORD.
           COPY PetOwnHist.

       FD  USER-AUDIT-FILE.
       01  USER-AUDIT-RECORD.
           COPY UserAudit.

       FD  PET-JRNL-FILE.
       01  PET-JRNL-RECORD.
           COPY PetJournal.

      *    L'archive reprend la fiche maître telle quelle (longueur
      *    de l'enregistrement PetRecord).
       FD  PET-ARCHIVE-FILE.
       01  PET-ARCHIVE-RECORD PIC X(116).

       FD  ANON-REPORT-FILE.
       01  ANON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-USER-MASTER-STATUS   PIC XX.
               88 USER-MASTER-OK      VALUE '00'.
           05 WS-USER-MASTER-EOF      PIC X VALUE 'N'.
               88 USER-MASTER-EOF     VALUE 'Y'.
           05 WS-PET-MASTER-STATUS    PIC XX.
               88 PET-MASTER-OK       VALUE '00'.
      *        Le statut 02 (doublon sur l'index alternatif) est une
      *        fin normale de REWRITE ici : le propriétaire possède
      *        en général plusieurs animaux.
               88 PET-MASTER-REWRITE-OK VALUES '00', '02'.
           05 WS-PET-CHAIN-EOF        PIC X VALUE 'N'.
               88 PET-CHAIN-EOF       VALUE 'Y'.
           05 WS-PET-RECV-STATUS      PIC XX.
               88 PET-RECV-OK         VALUE '00'.
               88 PET-RECV-NO-FILE    VALUE '35'.
           05 WS-PET-RECV-OPEN-SW     PIC X VALUE 'N'.
               88 PET-RECV-OPEN       VALUE 'Y'.
           05 WS-RECV-CHAIN-EOF       PIC X VALUE 'N'.
               88 RECV-CHAIN-EOF      VALUE 'Y'.
           05 WS-WAIT-LIST-STATUS     PIC XX.
               88 WAIT-LIST-OK        VALUE '00'.
               88 WAIT-LIST-NO-FILE   VALUE '35'.
           05 WS-WAIT-LIST-EOF        PIC X VALUE 'N'.
               88 WAIT-LIST-EOF       VALUE 'Y'.
           05 WS-PET-OWN-HIST-STATUS  PIC XX.
               88 PET-OWN-HIST-OK     VALUE '00'.
               88 PET-OWN-HIST-NO-FILE VALUE '35'.
           05 WS-PET-OWN-HIST-EOF     PIC X VALUE 'N'.
               88 PET-OWN-HIST-EOF    VALUE 'Y'.
           05 WS-USER-AUDIT-STATUS    PIC XX.
               88 USER-AUDIT-OK       VALUE '00'.
               88 USER-AUDIT-NO-FILE  VALUE '35'.
           05 WS-USER-AUDIT-EOF       PIC X VALUE 'N'.
               88 USER-AUDIT-EOF      VALUE 'Y'.
           05 WS-PET-JRNL-STATUS      PIC XX.
               88 PET-JRNL-OK         VALUE '00'.
               88 PET-JRNL-NO-FILE    VALUE '35'.
           05 WS-PET-JRNL-OPEN-SW     PIC X VALUE 'N'.
               88 PET-JRNL-OPEN       VALUE 'Y'.
           05 WS-PET-JRNL-EOF         PIC X VALUE 'N'.
               88 PET-JRNL-EOF        VALUE 'Y'.
           05 WS-PET-ARCHIVE-STATUS   PIC XX.
               88 PET-ARCHIVE-OK      VALUE '00'.
               88 PET-ARCHIVE-NO-FILE VALUE '35'.
           05 WS-PET-ARCHIVE-EOF      PIC X VALUE 'N'.
               88 PET-ARCHIVE-EOF     VALUE 'Y'.
           05 WS-ANON-REPORT-STATUS   PIC XX.
               88 ANON-REPORT-OK      VALUE '00'.

      *    Verdict sur le propriétaire en cours : trace d'activité
      *    client trouvée, et activité récente qui le fait conserver.
           05 WS-CLIENT-SW            PIC X.
               88 OWNER-IS-CLIENT     VALUE 'Y'.
           05 WS-KEEP-SW              PIC X.
               88 OWNER-KEPT          VALUE 'Y'.
           05 WS-ID-FOUND-SW          PIC X.
               88 ID-FOUND            VALUE 'Y'.
           05 WS-REWRITE-SW           PIC X.
               88 REWRITE-NEEDED      VALUE 'Y'.

      *    Date d'exécution du lot et date charnière : toute activité
      *    client à cette date ou après fait conserver le
      *    propriétaire.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-CUTOFF-DATE.
           05 WS-CUT-YYYY PIC 9(4).
           05 WS-CUT-MM   PIC 9(2).
           05 WS-CUT-DD   PIC 9(2).
       01 WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

      *    Durée d'inactivité en années. 3 par défaut, modifiable par
      *    PARM.
       01 WS-INACTIVE-YEARS PIC 9(2) VALUE 3.

      *    Valeurs de remplacement des champs personnels ; le nom
      *    ANONYME marque aussi la fiche déjà traitée lors d'une
      *    exécution précédente.
       01 WS-ANON-NAME    PIC X(16) VALUE "ANONYME".
       01 WS-ANON-AUDIT-VALUE PIC X(32) VALUE "ANONYME".

      *    Propriétaires à conserver d'office : candidats de la liste
      *    d'attente et acteurs d'un transfert postérieur à la
      *    charnière. Chargée avant la relecture du maître.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-COUNT PIC 9(4) VALUE ZERO.
           05 WS-KEEP-ID    PIC X(5) OCCURS 3000 TIMES.

      *    Propriétaires anonymisés pendant l'exécution, repris pour
      *    la mise à jour des fichiers qui gardent copie de leurs
      *    données. Une fois la table pleine, les propriétaires
      *    restants sont laissés à l'exécution suivante.
       01 WS-ANON-TABLE.
           05 WS-ANON-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ANON-ID    PIC X(5) OCCURS 3000 TIMES.

      *    Propriétaires d'animaux archivés dans PETARCH, tous
      *    retirés avant la charnière : trace d'activité client au
      *    même titre qu'un animal du maître. Chargée avant la
      *    relecture du maître.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ARCH-ID    PIC X(5) OCCURS 9999 TIMES.
       01 WS-TABLE-IDX  PIC 9(4).
       01 WS-SEARCH-ID  PIC X(5).

      *    Propriétaire en cours d'examen.
       01 WS-OWNER-ID   PIC X(5).

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-USER-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-ALREADY-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-NOT-CLIENT-COUNT PIC 9(6) VALUE ZERO.
           05 WS-KEPT-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-DEFERRED-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-OWNER-PET-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-PET-REWRITE-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-HIST-REWRITE-COUNT PIC 9(6) VALUE ZERO.
           05 WS-AUD-REWRITE-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-JRN-REWRITE-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-ARCH-REWRITE-COUNT PIC 9(6) VALUE ZERO.
           05 WS-ERROR-COUNT      PIC 9(6) VALUE ZERO.

      *    Zone de construction des lignes du journal.
       01 WS-REPORT-LINE.
           05 WS-RPT-USER-ID   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE   PIC X(70).

      *    PARM de la JCL EXEC qui lance ce lot : durée d'inactivité
      *    en années sur deux chiffres (PARM='05' par exemple). Reçu
      *    via PROCEDURE DIVISION USING, comme le fait une JCL
      *    réelle ; un PARM absent, non numérique ou nul laisse la
      *    durée par défaut.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-YEARS  PIC X(2).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-USER-RECORDS
               UNTIL USER-MASTER-EOF
           IF WS-ANON-COUNT > ZERO
               PERFORM 3000-SCRUB-OWNER-HISTORY
               PERFORM 4000-SCRUB-USER-AUDIT
               PERFORM 5000-SCRUB-JOURNAL
               PERFORM 6000-SCRUB-ARCHIVE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF LS-PARM-LENGTH >= 2
              AND LS-PARM-YEARS NUMERIC
              AND LS-PARM-YEARS NOT = "00"
               MOVE LS-PARM-YEARS TO WS-INACTIVE-YEARS
           END-IF
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           SUBTRACT WS-INACTIVE-YEARS FROM WS-CUT-YYYY
           OPEN I-O USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETANONYMIZE - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN I-O PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETANONYMIZE - OUVERTURE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-RECV-FILE
           IF PET-RECV-OK
               MOVE 'Y' TO WS-PET-RECV-OPEN-SW
           ELSE
               IF NOT PET-RECV-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE PETRECV "
                       "IMPOSSIBLE - " WS-PET-RECV-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN EXTEND PET-JRNL-FILE
           IF PET-JRNL-NO-FILE
               OPEN OUTPUT PET-JRNL-FILE
           END-IF
           IF NOT PET-JRNL-OK
               DISPLAY "PETANONYMIZE - OUVERTURE PETJRNL IMPOSSIBLE - "
                   WS-PET-JRNL-STATUS
               PERFORM 9900-ABORT
           END-IF
           MOVE 'Y' TO WS-PET-JRNL-OPEN-SW
           OPEN OUTPUT ANON-REPORT-FILE
           MOVE SPACES TO ANON-REPORT-LINE
           STRING "ANONYMISATION DES PROPRIETAIRES INACTIFS DEPUIS LE "
                  WS-CUTOFF-DATE-NUM
               DELIMITED BY SIZE INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE
           PERFORM 1100-LOAD-WAIT-LIST
           PERFORM 1200-LOAD-RECENT-TRANSFERS
           PERFORM 1300-LOAD-ARCHIVED-OWNERS
           PERFORM 2100-READ-USER-RECORD.

      *    Tout candidat de la liste d'attente est conservé, quelle
      *    que soit l'ancienneté de sa demande.
       1100-LOAD-WAIT-LIST.
           OPEN INPUT WAIT-LIST-FILE
           IF WAIT-LIST-OK
               PERFORM 1110-READ-WAIT-LIST
                   UNTIL WAIT-LIST-EOF
               CLOSE WAIT-LIST-FILE
           ELSE
               IF NOT WAIT-LIST-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE WAITLIST "
                       "IMPOSSIBLE - " WS-WAIT-LIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF.

       1110-READ-WAIT-LIST.
           READ WAIT-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-WAIT-LIST-EOF
               NOT AT END
                   MOVE WL-APPLICANT-ID TO WS-SEARCH-ID
                   PERFORM 1500-ADD-KEEP-ID
           END-READ.

      *    L'ancien et le nouveau maître d'un transfert postérieur à
      *    la charnière sont conservés.
       1200-LOAD-RECENT-TRANSFERS.
           OPEN INPUT PET-OWN-HIST-FILE
           IF PET-OWN-HIST-OK
               PERFORM 1210-READ-TRANSFER
                   UNTIL PET-OWN-HIST-EOF
               CLOSE PET-OWN-HIST-FILE
           ELSE
               IF NOT PET-OWN-HIST-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE PETOHIST "
                       "IMPOSSIBLE - " WS-PET-OWN-HIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF.

       1210-READ-TRANSFER.
           READ PET-OWN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PET-OWN-HIST-EOF
               NOT AT END
                   IF HIST-EFFECTIVE-DATE >= WS-CUTOFF-DATE-NUM
                       MOVE HIST-OLD-MASTER-ID TO WS-SEARCH-ID
                       PERFORM 1500-ADD-KEEP-ID
                       MOVE HIST-NEW-MASTER-ID TO WS-SEARCH-ID
                       PERFORM 1500-ADD-KEEP-ID
                   END-IF
           END-READ.

      *    Maîtres des animaux archivés : un animal actif, ou retiré
      *    après la charnière, fait conserver son maître comme au
      *    fichier maître ; les autres font de leur maître un ancien
      *    client. La fiche archivée est lue dans la zone de la fiche
      *    animal, libre à ce stade.
       1300-LOAD-ARCHIVED-OWNERS.
           OPEN INPUT PET-ARCHIVE-FILE
           IF PET-ARCHIVE-OK
               PERFORM 1310-READ-ARCHIVED-PET
                   UNTIL PET-ARCHIVE-EOF
               CLOSE PET-ARCHIVE-FILE
           ELSE
               IF NOT PET-ARCHIVE-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE PETARCH "
                       "IMPOSSIBLE - " WS-PET-ARCHIVE-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF.

       1310-READ-ARCHIVED-PET.
           READ PET-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-PET-ARCHIVE-EOF
               NOT AT END
                   MOVE PET-ARCHIVE-RECORD TO PET-RECORD
                   MOVE MASTER-ID TO WS-SEARCH-ID
                   IF NOT PET-INACTIVE
                    OR PET-STATUS-DATE >= WS-CUTOFF-DATE-NUM
                       PERFORM 1500-ADD-KEEP-ID
                   ELSE
                       PERFORM 1600-ADD-ARCH-ID
                   END-IF
           END-READ.

      *    Ajoute WS-SEARCH-ID à la table des propriétaires conservés
      *    s'il n'y figure pas déjà. Une table saturée arrête le lot :
      *    anonymiser sans pouvoir tout vérifier n'est pas permis.
       1500-ADD-KEEP-ID.
           IF WS-SEARCH-ID NOT = SPACES
               PERFORM 8200-FIND-KEEP-ID
               IF NOT ID-FOUND
                   IF WS-KEEP-COUNT >= 3000
                       DISPLAY "PETANONYMIZE - TABLE DES PROPRIETAIRES "
                           "CONSERVES SATUREE"
                       PERFORM 9900-ABORT
                   END-IF
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-SEARCH-ID TO WS-KEEP-ID (WS-KEEP-COUNT)
               END-IF
           END-IF.

      *    Ajoute WS-SEARCH-ID à la table des maîtres d'animaux
      *    archivés s'il n'y figure pas déjà. Une table saturée
      *    arrête le lot, comme celle des conservés.
       1600-ADD-ARCH-ID.
           IF WS-SEARCH-ID NOT = SPACES
               PERFORM 8300-FIND-ARCH-ID
               IF NOT ID-FOUND
                   IF WS-ARCH-COUNT >= 9999
                       DISPLAY "PETANONYMIZE - TABLE DES MAITRES "
                           "ARCHIVES SATUREE"
                       PERFORM 9900-ABORT
                   END-IF
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE WS-SEARCH-ID TO WS-ARCH-ID (WS-ARCH-COUNT)
               END-IF
           END-IF.

       2000-PROCESS-USER-RECORDS.
           ADD 1 TO WS-USER-COUNT
           MOVE USER-ID TO WS-OWNER-ID
           IF USER-LAST-NAME = WS-ANON-NAME
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               PERFORM 2200-EVALUATE-OWNER
               EVALUATE TRUE
                   WHEN OWNER-KEPT
                       ADD 1 TO WS-KEPT-COUNT
                   WHEN NOT OWNER-IS-CLIENT
                       ADD 1 TO WS-NOT-CLIENT-COUNT
                   WHEN WS-ANON-COUNT >= 3000
                       ADD 1 TO WS-DEFERRED-COUNT
                   WHEN OTHER
                       PERFORM 2500-ANONYMIZE-OWNER
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-USER-RECORD.

       2100-READ-USER-RECORD.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-USER-MASTER-EOF
           END-READ.

      *    Recherche des traces d'activité du propriétaire : table des
      *    conservés, puis ses animaux, puis ses créances, puis ses
      *    animaux archivés. La fiche
      *    USER-MASTER en cours reste intacte (les autres fichiers
      *    sont lus dans leurs propres zones).
       2200-EVALUATE-OWNER.
           MOVE 'N' TO WS-CLIENT-SW
           MOVE 'N' TO WS-KEEP-SW
           MOVE WS-OWNER-ID TO WS-SEARCH-ID
           PERFORM 8200-FIND-KEEP-ID
           IF ID-FOUND
               MOVE 'Y' TO WS-KEEP-SW
           ELSE
               MOVE 'N' TO WS-PET-CHAIN-EOF
               MOVE WS-OWNER-ID TO MASTER-ID
               START PET-MASTER-FILE KEY = MASTER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-PET-CHAIN-EOF
               END-START
               PERFORM 2300-CHECK-NEXT-PET
                   UNTIL PET-CHAIN-EOF OR OWNER-KEPT
               IF PET-RECV-OPEN AND NOT OWNER-KEPT
                   MOVE 'N' TO WS-RECV-CHAIN-EOF
                   MOVE LOW-VALUES TO RCV-KEY
                   MOVE WS-OWNER-ID TO RCV-MASTER-ID
                   START PET-RECV-FILE KEY >= RCV-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RECV-CHAIN-EOF
                   END-START
                   PERFORM 2400-CHECK-NEXT-RECEIVABLE
                       UNTIL RECV-CHAIN-EOF OR OWNER-KEPT
               END-IF
               IF NOT OWNER-IS-CLIENT
                   PERFORM 8300-FIND-ARCH-ID
                   IF ID-FOUND
                       MOVE 'Y' TO WS-CLIENT-SW
                   END-IF
               END-IF
           END-IF.

      *    Un animal actif, ou retiré après la charnière, fait
      *    conserver son maître.
       2300-CHECK-NEXT-PET.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-CHAIN-EOF
               NOT AT END
                   IF MASTER-ID NOT = WS-OWNER-ID
                       MOVE 'Y' TO WS-PET-CHAIN-EOF
                   ELSE
                       MOVE 'Y' TO WS-CLIENT-SW
                       IF NOT PET-INACTIVE
                        OR PET-STATUS-DATE >= WS-CUTOFF-DATE-NUM
                           MOVE 'Y' TO WS-KEEP-SW
                       END-IF
                   END-IF
           END-READ.

      *    Une créance impayée, ou émise ou réglée après la
      *    charnière, fait conserver le propriétaire.
       2400-CHECK-NEXT-RECEIVABLE.
           READ PET-RECV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
               NOT AT END
                   IF RCV-MASTER-ID NOT = WS-OWNER-ID
                       MOVE 'Y' TO WS-RECV-CHAIN-EOF
                   ELSE
                       MOVE 'Y' TO WS-CLIENT-SW
                       IF RCV-UNPAID
                        OR RCV-INVOICE-DATE >= WS-CUTOFF-DATE-NUM
                        OR RCV-PAID-DATE >= WS-CUTOFF-DATE-NUM
                           MOVE 'Y' TO WS-KEEP-SW
                       END-IF
                   END-IF
           END-READ.

      *    Anonymise la fiche du propriétaire puis les fiches de ses
      *    animaux ; l'anonymisation est journalisée, inscrite à la
      *    table pour la mise à jour des copies, et sa trace d'audit
      *    est écrite avec celle des copies (4000-SCRUB-USER-AUDIT).
       2500-ANONYMIZE-OWNER.
           PERFORM 2700-BLANK-USER-FIELDS
           REWRITE USER-RECORD
           IF NOT USER-MASTER-OK
               MOVE WS-OWNER-ID TO WS-RPT-USER-ID
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING "ANONYMISATION EN ECHEC AU REWRITE - "
                      WS-USER-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 2970-WRITE-USER-JOURNAL
               ADD 1 TO WS-ANON-COUNT
               MOVE WS-OWNER-ID TO WS-ANON-ID (WS-ANON-COUNT)
               MOVE ZERO TO WS-OWNER-PET-COUNT
               MOVE 'N' TO WS-PET-CHAIN-EOF
               MOVE WS-OWNER-ID TO MASTER-ID
               START PET-MASTER-FILE KEY = MASTER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-PET-CHAIN-EOF
               END-START
               PERFORM 2600-ANONYMIZE-NEXT-PET
                   UNTIL PET-CHAIN-EOF
               MOVE WS-OWNER-ID TO WS-RPT-USER-ID
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING "PROPRIETAIRE ANONYMISE - FICHES ANIMAL: "
                      WS-OWNER-PET-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *    Le MASTER-ID n'est pas modifié : la fiche reste dans la
      *    chaîne du propriétaire et le parcours se poursuit.
       2600-ANONYMIZE-NEXT-PET.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-CHAIN-EOF
               NOT AT END
                   IF MASTER-ID NOT = WS-OWNER-ID
                       MOVE 'Y' TO WS-PET-CHAIN-EOF
                   ELSE
                       PERFORM 2750-BLANK-PET-MASTER-FIELDS
                       MOVE WS-RUN-DATE-NUM TO PET-LAST-MAINT-DATE
                       MOVE WS-RUN-TIME     TO PET-LAST-MAINT-TIME
                       REWRITE PET-RECORD
                       IF PET-MASTER-REWRITE-OK
                           PERFORM 2980-WRITE-PET-JOURNAL
                           ADD 1 TO WS-OWNER-PET-COUNT
                           ADD 1 TO WS-PET-REWRITE-COUNT
                       ELSE
                           MOVE PET-ID TO WS-RPT-USER-ID
                           MOVE SPACES TO WS-RPT-MESSAGE
                           STRING "FICHE ANIMAL NON ANONYMISEE - "
                                  "REWRITE EN ECHEC - "
                                  WS-PET-MASTER-STATUS
                               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                           END-STRING
                           PERFORM 2900-WRITE-REPORT-LINE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    Remplacement des champs personnels de la fiche employé.
       2700-BLANK-USER-FIELDS.
           MOVE SPACES       TO USER-FIRST-NAME
           MOVE WS-ANON-NAME TO USER-LAST-NAME
           MOVE SPACES       TO USER-CITY
           MOVE SPACES       TO USER-STREET
           MOVE SPACES       TO USER-PHONE.

      *    Remplacement du nom du maître recopié sur la fiche animal.
       2750-BLANK-PET-MASTER-FIELDS.
           MOVE WS-ANON-NAME TO MASTER-LAST-NAME
           MOVE SPACES       TO MASTER-FIRST-NAME.

       2900-WRITE-REPORT-LINE.
           WRITE ANON-REPORT-LINE FROM WS-REPORT-LINE.

      *    Journalise l'image après de la fiche employé anonymisée.
       2970-WRITE-USER-JOURNAL.
           MOVE SPACES          TO PET-JRNL-RECORD
           MOVE "PETANON"       TO JRN-PROGRAM
           MOVE WS-RUN-DATE-NUM TO JRN-DATE
           MOVE WS-RUN-TIME     TO JRN-TIME
           MOVE "USRMAST"       TO JRN-FILE
           MOVE 'W'             TO JRN-ACTION
           MOVE USER-ID         TO JRN-KEY
           MOVE USER-RECORD     TO JRN-RECORD-IMAGE
           WRITE PET-JRNL-RECORD.

      *    Journalise l'image après d'une fiche animal anonymisée.
       2980-WRITE-PET-JOURNAL.
           MOVE SPACES          TO PET-JRNL-RECORD
           MOVE "PETANON"       TO JRN-PROGRAM
           MOVE WS-RUN-DATE-NUM TO JRN-DATE
           MOVE WS-RUN-TIME     TO JRN-TIME
           MOVE "PETMAST"       TO JRN-FILE
           MOVE 'W'             TO JRN-ACTION
           MOVE PET-ID          TO JRN-KEY
           MOVE PET-RECORD      TO JRN-RECORD-IMAGE
           WRITE PET-JRNL-RECORD.

      *    Noms de l'ancien et du nouveau maître dans l'historique de
      *    propriété, réécrits en place.
       3000-SCRUB-OWNER-HISTORY.
           MOVE 'N' TO WS-PET-OWN-HIST-EOF
           OPEN I-O PET-OWN-HIST-FILE
           IF PET-OWN-HIST-OK
               PERFORM 3100-SCRUB-NEXT-TRANSFER
                   UNTIL PET-OWN-HIST-EOF
               CLOSE PET-OWN-HIST-FILE
           ELSE
               IF NOT PET-OWN-HIST-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE PETOHIST "
                       "IMPOSSIBLE - " WS-PET-OWN-HIST-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       3100-SCRUB-NEXT-TRANSFER.
           READ PET-OWN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PET-OWN-HIST-EOF
               NOT AT END
                   MOVE 'N' TO WS-REWRITE-SW
                   MOVE HIST-OLD-MASTER-ID TO WS-SEARCH-ID
                   PERFORM 8100-FIND-ANON-ID
                   IF ID-FOUND
                       MOVE WS-ANON-NAME TO HIST-OLD-MASTER-LAST-NAME
                       MOVE 'Y' TO WS-REWRITE-SW
                   END-IF
                   MOVE HIST-NEW-MASTER-ID TO WS-SEARCH-ID
                   PERFORM 8100-FIND-ANON-ID
                   IF ID-FOUND
                       MOVE WS-ANON-NAME TO HIST-NEW-MASTER-LAST-NAME
                       MOVE 'Y' TO WS-REWRITE-SW
                   END-IF
                   IF REWRITE-NEEDED
                       REWRITE PET-OWN-HIST-RECORD
                       ADD 1 TO WS-HIST-REWRITE-COUNT
                   END-IF
           END-READ.

      *    Valeurs avant/après des champs personnels dans la piste
      *    d'audit, réécrites en place ; les traces de fusion, qui ne
      *    portent que des identifiants, sont laissées telles
      *    quelles. La trace de l'anonymisation de chaque
      *    propriétaire est ensuite ajoutée en fin de piste.
       4000-SCRUB-USER-AUDIT.
           OPEN I-O USER-AUDIT-FILE
           IF USER-AUDIT-OK
               PERFORM 4100-SCRUB-NEXT-AUDIT
                   UNTIL USER-AUDIT-EOF
               CLOSE USER-AUDIT-FILE
           ELSE
               IF NOT USER-AUDIT-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE USRAUDIT "
                       "IMPOSSIBLE - " WS-USER-AUDIT-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           OPEN EXTEND USER-AUDIT-FILE
           IF USER-AUDIT-NO-FILE
               OPEN OUTPUT USER-AUDIT-FILE
           END-IF
           IF USER-AUDIT-OK
               PERFORM 4200-WRITE-ANON-AUDIT
                   VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-ANON-COUNT
               CLOSE USER-AUDIT-FILE
           ELSE
               DISPLAY "PETANONYMIZE - ECRITURE USRAUDIT IMPOSSIBLE - "
                   WS-USER-AUDIT-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       4100-SCRUB-NEXT-AUDIT.
           READ USER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-USER-AUDIT-EOF
               NOT AT END
                   IF AUD-FIELD-NAME = "USER-FULL-NAME"
                    OR AUD-FIELD-NAME = "USER-CITY"
                    OR AUD-FIELD-NAME = "USER-STREET"
                    OR AUD-FIELD-NAME = "USER-PHONE"
                       MOVE AUD-USER-ID TO WS-SEARCH-ID
                       PERFORM 8100-FIND-ANON-ID
                       IF ID-FOUND
                           MOVE WS-ANON-AUDIT-VALUE TO AUD-OLD-VALUE
                           MOVE WS-ANON-AUDIT-VALUE TO AUD-NEW-VALUE
                           REWRITE USER-AUDIT-RECORD
                           ADD 1 TO WS-AUD-REWRITE-COUNT
                       END-IF
                   END-IF
           END-READ.

       4200-WRITE-ANON-AUDIT.
           MOVE WS-ANON-ID (WS-TABLE-IDX) TO AUD-USER-ID
           MOVE "ANONYMISATION"           TO AUD-FIELD-NAME
           MOVE "DONNEES PERSONNELLES"    TO AUD-OLD-VALUE
           MOVE WS-ANON-AUDIT-VALUE       TO AUD-NEW-VALUE
           MOVE WS-RUN-DATE-NUM           TO AUD-CHANGE-DATE
           MOVE "PETANON"                 TO AUD-CHANGED-BY
           WRITE USER-AUDIT-RECORD.

      *    Images du journal : fiches employé des propriétaires
      *    anonymisés et fiches animal qui les portent comme maître.
      *    L'image est recopiée dans la zone de la fiche concernée
      *    pour en remplacer les champs, puis réécrite ; rejoué, le
      *    journal ramène ainsi le maître à une fiche déjà anonyme.
       5000-SCRUB-JOURNAL.
           CLOSE PET-JRNL-FILE
           OPEN I-O PET-JRNL-FILE
           IF PET-JRNL-OK
               PERFORM 5100-SCRUB-NEXT-IMAGE
                   UNTIL PET-JRNL-EOF
           ELSE
               DISPLAY "PETANONYMIZE - REPRISE PETJRNL IMPOSSIBLE - "
                   WS-PET-JRNL-STATUS
               MOVE 'N' TO WS-PET-JRNL-OPEN-SW
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       5100-SCRUB-NEXT-IMAGE.
           READ PET-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-PET-JRNL-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN JRN-USER-MASTER-FILE
                           PERFORM 5200-SCRUB-USER-IMAGE
                       WHEN JRN-PET-MASTER-FILE
                           PERFORM 5300-SCRUB-PET-IMAGE
                   END-EVALUATE
           END-READ.

       5200-SCRUB-USER-IMAGE.
           MOVE JRN-KEY(1:5) TO WS-SEARCH-ID
           PERFORM 8100-FIND-ANON-ID
           IF ID-FOUND
               MOVE JRN-RECORD-IMAGE(1:99) TO USER-RECORD
               IF USER-LAST-NAME NOT = WS-ANON-NAME
                   PERFORM 2700-BLANK-USER-FIELDS
                   MOVE USER-RECORD TO JRN-RECORD-IMAGE(1:99)
                   REWRITE PET-JRNL-RECORD
                   ADD 1 TO WS-JRN-REWRITE-COUNT
               END-IF
           END-IF.

       5300-SCRUB-PET-IMAGE.
           MOVE JRN-RECORD-IMAGE(1:116) TO PET-RECORD
           MOVE MASTER-ID TO WS-SEARCH-ID
           PERFORM 8100-FIND-ANON-ID
           IF ID-FOUND AND MASTER-LAST-NAME NOT = WS-ANON-NAME
               PERFORM 2750-BLANK-PET-MASTER-FIELDS
               MOVE PET-RECORD TO JRN-RECORD-IMAGE(1:116)
               REWRITE PET-JRNL-RECORD
               ADD 1 TO WS-JRN-REWRITE-COUNT
           END-IF.

      *    Fiches animal purgées vers l'archive : le nom du maître y
      *    est remplacé de même, afin qu'une restauration par
      *    PetArchRestore ne réintroduise pas les données effacées.
       6000-SCRUB-ARCHIVE.
           MOVE 'N' TO WS-PET-ARCHIVE-EOF
           OPEN I-O PET-ARCHIVE-FILE
           IF PET-ARCHIVE-OK
               PERFORM 6100-SCRUB-NEXT-ARCHIVE
                   UNTIL PET-ARCHIVE-EOF
               CLOSE PET-ARCHIVE-FILE
           ELSE
               IF NOT PET-ARCHIVE-NO-FILE
                   DISPLAY "PETANONYMIZE - OUVERTURE PETARCH "
                       "IMPOSSIBLE - " WS-PET-ARCHIVE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       6100-SCRUB-NEXT-ARCHIVE.
           READ PET-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-PET-ARCHIVE-EOF
               NOT AT END
                   MOVE PET-ARCHIVE-RECORD TO PET-RECORD
                   MOVE MASTER-ID TO WS-SEARCH-ID
                   PERFORM 8100-FIND-ANON-ID
                   IF ID-FOUND AND MASTER-LAST-NAME NOT = WS-ANON-NAME
                       PERFORM 2750-BLANK-PET-MASTER-FIELDS
                       MOVE PET-RECORD TO PET-ARCHIVE-RECORD
                       REWRITE PET-ARCHIVE-RECORD
                       ADD 1 TO WS-ARCH-REWRITE-COUNT
                   END-IF
           END-READ.

      *    Recherche de WS-SEARCH-ID dans la table des propriétaires
      *    anonymisés.
       8100-FIND-ANON-ID.
           MOVE 'N' TO WS-ID-FOUND-SW
           PERFORM 8110-COMPARE-ANON-ID
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > WS-ANON-COUNT
                  OR ID-FOUND.

       8110-COMPARE-ANON-ID.
           IF WS-ANON-ID (WS-TABLE-IDX) = WS-SEARCH-ID
               MOVE 'Y' TO WS-ID-FOUND-SW
           END-IF.

      *    Recherche de WS-SEARCH-ID dans la table des propriétaires
      *    conservés.
       8200-FIND-KEEP-ID.
           MOVE 'N' TO WS-ID-FOUND-SW
           PERFORM 8210-COMPARE-KEEP-ID
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > WS-KEEP-COUNT
                  OR ID-FOUND.

       8210-COMPARE-KEEP-ID.
           IF WS-KEEP-ID (WS-TABLE-IDX) = WS-SEARCH-ID
               MOVE 'Y' TO WS-ID-FOUND-SW
           END-IF.

      *    Recherche de WS-SEARCH-ID dans la table des maîtres
      *    d'animaux archivés.
       8300-FIND-ARCH-ID.
           MOVE 'N' TO WS-ID-FOUND-SW
           PERFORM 8310-COMPARE-ARCH-ID
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > WS-ARCH-COUNT
                  OR ID-FOUND.

       8310-COMPARE-ARCH-ID.
           IF WS-ARCH-ID (WS-TABLE-IDX) = WS-SEARCH-ID
               MOVE 'Y' TO WS-ID-FOUND-SW
           END-IF.

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable : il ne serait pas sûr de
      *    continuer à lire/écrire un fichier non ouvert, donc le lot
      *    s'arrête sans anonymiser quoi que ce soit.
       9900-ABORT.
           DISPLAY "PETANONYMIZE - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "-- FIN D'ANONYMISATION --" TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO ANON-REPORT-LINE
           STRING "FICHES LUES: "      WS-USER-COUNT
                  "  ANONYMISEES: "    WS-ANON-COUNT
                  "  DEJA ANONYMES: "  WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE
           MOVE SPACES TO ANON-REPORT-LINE
           STRING "CONSERVEES: "       WS-KEPT-COUNT
                  "  SANS ACTIVITE CLIENT: " WS-NOT-CLIENT-COUNT
                  "  REPORTEES: "      WS-DEFERRED-COUNT
               DELIMITED BY SIZE INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE
           MOVE SPACES TO ANON-REPORT-LINE
           STRING "COPIES ANONYMISEES - ANIMAUX: " WS-PET-REWRITE-COUNT
                  "  PETOHIST: " WS-HIST-REWRITE-COUNT
                  "  USRAUDIT: " WS-AUD-REWRITE-COUNT
               DELIMITED BY SIZE INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE
           MOVE SPACES TO ANON-REPORT-LINE
           STRING "COPIES ANONYMISEES - PETJRNL: " WS-JRN-REWRITE-COUNT
                  "  PETARCH: " WS-ARCH-REWRITE-COUNT
                  "  ERREURS: " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE
           CLOSE USER-MASTER-FILE
                 PET-MASTER-FILE
                 ANON-REPORT-FILE
           IF PET-JRNL-OPEN
               CLOSE PET-JRNL-FILE
           END-IF
           IF PET-RECV-OPEN
               CLOSE PET-RECV-FILE
           END-IF.
