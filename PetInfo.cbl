      *    et patiente d'ici là dans le fichier d'attente PETPEND,
      *    re-présenté à chaque lot de nuit, avec une liste du jour
      *    remise au comptoir.
      *
      *    Le retrait d'un animal (décès ou cession hors du chenil)
      *    est répercuté dans la foulée : le séjour en pension encore
      *    ouvert est clos à la date du statut, les créances impayées
      *    de l'animal sont listées au journal pour relance, et les
      *    transactions en attente qui le visent sont annulées à leur
      *    présentation suivante. La déclaration correspondante à
      *    l'I-CAD est produite ensuite par PetIcadEvent.
      *
      *    Le nombre de fiches et le total de hachage des PET-ID sont
      *    relevés avant et après le passage et inscrits, avec le
      *    nombre d'ajouts, au fichier MASTCTL pour le contrôle
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

      *    Fichier croisé des puces d'identification, tenu au fil
      *    des ajouts et changements : une entrée par animal pucé,
      *    clé le numéro de puce. Base de la recherche par puce
               RECORD KEY IS CHIP-ID
               FILE STATUS IS WS-CHIP-XREF-STATUS.

      *    Fichier des séjours en pension, indexé sur PET-ID + date
      *    d'entrée : le séjour encore ouvert d'un animal retiré y
      *    est clos à la date du statut.
           SELECT PET-BOARD-FILE ASSIGN TO "PETBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRD-KEY
               FILE STATUS IS WS-PET-BOARD-STATUS.

      *    Fichier des créances, indexé sur propriétaire + animal +
      *    acte : les créances impayées d'un animal retiré y sont
      *    relues pour être listées au journal.
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  PET-JRNL-RECORD.
           COPY PetJournal.

       FD  MASTER-CTL-FILE.
       01  MASTER-CTL-RECORD.
           COPY MasterCtl.

       FD  CHIP-XREF-FILE.
       01  CHIP-XREF-RECORD.
           COPY ChipXref.

       FD  PET-BOARD-FILE.
       01  PET-BOARD-RECORD.
           COPY PetBoard.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

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
           05 WS-CHIP-XREF-STATUS   PIC XX.
               88 CHIP-XREF-OK      VALUE '00'.
               88 CHIP-XREF-NOTFND  VALUE '23'.
               88 PET-PEND-OUT-NO-FILE VALUE '35'.
           05 WS-PEND-REPORT-STATUS PIC XX.
               88 PEND-REPORT-OK    VALUE '00'.
           05 WS-PET-BOARD-STATUS   PIC XX.
               88 PET-BOARD-OK      VALUE '00'.
               88 PET-BOARD-NO-FILE VALUE '35'.
           05 WS-PET-BOARD-OPEN-SW  PIC X VALUE 'N'.
               88 PET-BOARD-OPEN    VALUE 'Y'.
           05 WS-PET-BOARD-EOF      PIC X VALUE 'N'.
               88 PET-BOARD-EOF     VALUE 'Y'.
           05 WS-PET-RECV-STATUS    PIC XX.
               88 PET-RECV-OK       VALUE '00'.
               88 PET-RECV-NO-FILE  VALUE '35'.
           05 WS-PET-RECV-OPEN-SW   PIC X VALUE 'N'.
               88 PET-RECV-OPEN     VALUE 'Y'.
           05 WS-PET-RECV-EOF       PIC X VALUE 'N'.
               88 PET-RECV-EOF      VALUE 'Y'.
      *    Origine de la transaction en cours (Y = relue du fichier
      *    d'attente) et verdict d'annulation d'une attente visant un
      *    animal déjà retiré.
           05 WS-FROM-PENDING-SW    PIC X VALUE 'N'.
               88 FROM-PENDING      VALUE 'Y'.
           05 WS-PEND-VOID-SW       PIC X VALUE 'N'.
               88 PEND-VOID         VALUE 'Y'.

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

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-TRANSFER-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PARKED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-VOIDED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-STAY-CLOSED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-UNPAID-COUNT   PIC 9(5) VALUE ZERO.

      *    Ancien maître d'un animal, sauvegardé avant d'appliquer un
      *    transfert ou un changement qui déplace le MASTER-ID, pour
               VALUE "  EN ATTENTE - EFFET: ".
           05 WS-PL-EFF-DATE PIC 9(8).

      *    Ligne de la liste du jour pour une attente annulée parce
      *    que l'animal visé a été retiré entre-temps.
       01 WS-VOID-LINE.
           05 WS-VL-SEQ      PIC 9(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-VL-PET-ID   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-VL-CODE     PIC X.
           05 FILLER         PIC X(22)
               VALUE "  ANNULEE - EFFET:    ".
           05 WS-VL-EFF-DATE PIC 9(8).
           05 FILLER         PIC X(17)
               VALUE "  ANIMAL RETIRE".

      *    Zones d'édition des lignes de la répercussion d'un
      *    retrait sur les séjours et les créances.
       01 WS-EDIT-DATE   PIC 9(8).
       01 WS-EDIT-BOX    PIC 9(3).
       01 WS-EDIT-AMOUNT PIC ZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-DETERMINE-RESTART-POINT
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-OPEN-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-OPEN-HASH
           OPEN I-O   PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETINFO - OUVERTURE PET-MASTER IMPOSSIBLE - "
                   WS-CHIP-XREF-STATUS
               PERFORM 9900-ABORT
           END-IF
      *    Séjours et créances ne servent qu'à la répercussion d'un
      *    retrait : un fichier encore jamais créé (chenil sans
      *    pension, première facturation à venir) est simplement
      *    ignoré, tout autre échec arrête le lot.
           OPEN I-O PET-BOARD-FILE
           IF PET-BOARD-OK
               MOVE 'Y' TO WS-PET-BOARD-OPEN-SW
           ELSE
               IF NOT PET-BOARD-NO-FILE
                   DISPLAY "PETINFO - OUVERTURE PETBOARD IMPOSSIBLE - "
                       WS-PET-BOARD-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT PET-RECV-FILE
           IF PET-RECV-OK
               MOVE 'Y' TO WS-PET-RECV-OPEN-SW
           ELSE
               IF NOT PET-RECV-NO-FILE
                   DISPLAY "PETINFO - OUVERTURE PETRECV IMPOSSIBLE - "
                       WS-PET-RECV-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT PET-TRAN-FILE
           OPEN OUTPUT PET-REPORT-FILE
           OPEN OUTPUT PEND-REPORT-FILE
               CONTINUE
           ELSE
               MOVE PET-PEND-IN-RECORD TO PET-TRAN-RECORD
               MOVE 'Y' TO WS-FROM-PENDING-SW
               PERFORM 2020-DISPATCH-OR-PARK
               PERFORM 2950-CHECKPOINT-IF-DUE
           END-IF
               CONTINUE
           ELSE
               MOVE TRAN-SEQ-NUM TO WS-CKPT-SEQ
               MOVE 'N' TO WS-FROM-PENDING-SW
               PERFORM 2020-DISPATCH-OR-PARK
               PERFORM 2950-CHECKPOINT-IF-DUE
           END-IF
      *    mise en attente plutôt que posée ; tout le reste (date
      *    d'effet atteinte, à zéro, à blanc sur les fichiers
      *    antérieurs à l'introduction du champ) est posé ce soir.
      *    Une attente, qu'elle soit relue du fichier d'attente ou
      *    sur le point d'y partir, est annulée si l'animal visé a
      *    été retiré entre-temps : elle ne doit ni modifier ni
      *    retirer une seconde fois une fiche déjà close.
       2020-DISPATCH-OR-PARK.
           MOVE 'N' TO WS-PEND-VOID-SW
           IF FROM-PENDING
            OR (TRAN-EFFECTIVE-DATE NUMERIC
                AND TRAN-EFFECTIVE-DATE > WS-RUN-DATE-NUM)
               PERFORM 2040-CHECK-PENDING-VOID
           END-IF
           EVALUATE TRUE
               WHEN PEND-VOID
                   PERFORM 2060-VOID-PENDING
               WHEN TRAN-EFFECTIVE-DATE NUMERIC
                AND TRAN-EFFECTIVE-DATE > WS-RUN-DATE-NUM
                   PERFORM 2050-PARK-TRANSACTION
               WHEN OTHER
                   PERFORM 2010-DISPATCH-TRANSACTION
           END-EVALUATE.

      *    Seules les transactions visant une fiche existante (C, D,
      *    T) peuvent être annulées ; un ajout crée sa propre fiche.
       2040-CHECK-PENDING-VOID.
           IF TRAN-CHANGE OR TRAN-DELETE OR TRAN-TRANSFER
               MOVE TRAN-PET-ID TO PET-ID
               READ PET-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PET-INACTIVE
                           MOVE 'Y' TO WS-PEND-VOID-SW
                       END-IF
               END-READ
           END-IF.

      *    L'attente annulée ne repart pas au fichier d'attente ; elle
      *    est portée sur la liste du jour et sur le journal, pour que
      *    le comptoir sache qu'elle n'a pas été avalée.
       2060-VOID-PENDING.
           MOVE TRAN-SEQ-NUM        TO WS-VL-SEQ
           MOVE TRAN-PET-ID         TO WS-VL-PET-ID
           MOVE TRAN-CODE           TO WS-VL-CODE
           MOVE TRAN-EFFECTIVE-DATE TO WS-VL-EFF-DATE
           WRITE PEND-REPORT-LINE FROM WS-VOID-LINE
           MOVE TRAN-PET-ID TO WS-RPT-PET-ID
           MOVE "ATTENTE ANNULEE - ANIMAL RETIRE" TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-VOIDED-COUNT.

       2010-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-ADD
      *    T = cédé) et la date du jour, afin que l'historique de
      *    l'animal reste consultable pour les litiges de facturation
      *    et les demandes LOOF. La suppression réelle est du ressort
      *    de la purge annuelle PetArchive. Le retrait est ensuite
      *    répercuté sur la pension et les créances de l'animal.
       2400-RETIRE-PET-RECORD.
           MOVE TRAN-PET-ID TO PET-ID
           READ PET-MASTER-FILE
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-DELETE-COUNT
                   IF PET-BOARD-OPEN
                       PERFORM 2410-CLOSE-OPEN-STAY
                   END-IF
                   IF PET-RECV-OPEN
                       PERFORM 2450-LIST-UNPAID-RECV
                   END-IF
           END-READ.

      *    Parcourt les séjours de l'animal (clé PET-ID + date
      *    d'entrée) : un séjour encore ouvert est clos à la date du
      *    statut, ou à sa date d'entrée si elle est postérieure, et
      *    la sortie est signalée au journal pour libérer le box.
       2410-CLOSE-OPEN-STAY.
           MOVE 'N'    TO WS-PET-BOARD-EOF
           MOVE PET-ID TO BRD-PET-ID
           MOVE ZERO   TO BRD-CHECKIN-DATE
           START PET-BOARD-FILE KEY IS >= BRD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PET-BOARD-EOF
           END-START
           PERFORM 2420-READ-NEXT-STAY
               UNTIL PET-BOARD-EOF.

       2420-READ-NEXT-STAY.
           READ PET-BOARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-BOARD-EOF
               NOT AT END
                   IF BRD-PET-ID NOT = PET-ID
                       MOVE 'Y' TO WS-PET-BOARD-EOF
                   ELSE
                       IF BRD-ACTUAL-CHECKOUT-DATE = ZERO
                           PERFORM 2430-CLOSE-STAY
                       END-IF
                   END-IF
           END-READ.

       2430-CLOSE-STAY.
           IF BRD-CHECKIN-DATE > PET-STATUS-DATE
               MOVE BRD-CHECKIN-DATE TO BRD-ACTUAL-CHECKOUT-DATE
           ELSE
               MOVE PET-STATUS-DATE  TO BRD-ACTUAL-CHECKOUT-DATE
           END-IF
           REWRITE PET-BOARD-RECORD
               INVALID KEY
                   MOVE PET-ID TO WS-RPT-PET-ID
                   MOVE "SEJOUR NON CLOS - REECRITURE REFUSEE"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE BRD-ACTUAL-CHECKOUT-DATE TO WS-EDIT-DATE
                   MOVE BRD-BOX-NUMBER           TO WS-EDIT-BOX
                   MOVE PET-ID TO WS-RPT-PET-ID
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "SEJOUR EN PENSION CLOS AU " WS-EDIT-DATE
                          " - BOX " WS-EDIT-BOX " LIBERE"
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-STAY-CLOSED-COUNT
           END-REWRITE.

      *    Parcourt les créances du maître courant pour cet animal
      *    (clé propriétaire + animal + acte) et liste au journal
      *    chaque créance encore impayée, à relancer par le
      *    comptoir. Les créances restent en l'état : leur règlement
      *    suit le circuit normal de PetCashApply.
       2450-LIST-UNPAID-RECV.
           MOVE 'N'       TO WS-PET-RECV-EOF
           MOVE MASTER-ID TO RCV-MASTER-ID
           MOVE PET-ID    TO RCV-PET-ID
           MOVE ZERO      TO RCV-EVENT-DATE
           MOVE SPACES    TO RCV-EVENT-TYPE
           START PET-RECV-FILE KEY IS >= RCV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PET-RECV-EOF
           END-START
           PERFORM 2460-READ-NEXT-RECV
               UNTIL PET-RECV-EOF.

       2460-READ-NEXT-RECV.
           READ PET-RECV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-RECV-EOF
               NOT AT END
                   IF RCV-MASTER-ID NOT = MASTER-ID
                    OR RCV-PET-ID NOT = PET-ID
                       MOVE 'Y' TO WS-PET-RECV-EOF
                   ELSE
                       IF RCV-UNPAID
                           PERFORM 2470-REPORT-UNPAID-RECV
                       END-IF
                   END-IF
           END-READ.

       2470-REPORT-UNPAID-RECV.
           MOVE RCV-EVENT-DATE TO WS-EDIT-DATE
           MOVE RCV-AMOUNT     TO WS-EDIT-AMOUNT
           MOVE PET-ID TO WS-RPT-PET-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "CREANCE IMPAYEE A RELANCER - " RCV-EVENT-TYPE
                  " DU " WS-EDIT-DATE " - " WS-EDIT-AMOUNT " EUR"
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-UNPAID-COUNT.

      *    Inscrit la puce de la fiche courante au fichier croisé.
      *    Un numéro déjà présent ne devrait plus arriver (contrôle
      *    préalable), mais la collision est signalée plutôt que
           MOVE PET-RECORD      TO JRN-RECORD-IMAGE
           WRITE PET-JRNL-RECORD.

      *    Relève le nombre de fiches et le total de hachage des PET-ID
      *    de PET-MASTER, ouvert en lecture le temps du relevé, avant
      *    l'ouverture en mise à jour ou après la fermeture.
       8000-SCAN-PET-MASTER.
           MOVE ZERO TO WS-MCT-SCAN-COUNT
           MOVE ZERO TO WS-MCT-SCAN-HASH
           MOVE 'N'  TO WS-MCT-SCAN-EOF
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETINFO - RELEVE PET-MASTER IMPOSSIBLE - "
                   WS-PET-MASTER-STATUS
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
           MOVE PET-ID TO WS-MCT-KEY
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
      *    fichier indispensable (maître ou contrôle des ID) : il ne
      *    serait pas sûr de continuer à lire/écrire un fichier non
               DELIMITED BY SIZE INTO PET-REPORT-LINE
           END-STRING
           WRITE PET-REPORT-LINE
           MOVE SPACES TO PET-REPORT-LINE
           STRING "ATTENTES ANNULEES: " WS-VOIDED-COUNT
                  "  SEJOURS CLOS: "     WS-STAY-CLOSED-COUNT
                  "  CREANCES A RELANCER: " WS-UNPAID-COUNT
               DELIMITED BY SIZE INTO PET-REPORT-LINE
           END-STRING
           WRITE PET-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           IF PET-BOARD-OPEN
               CLOSE PET-BOARD-FILE
           END-IF
           IF PET-RECV-OPEN
               CLOSE PET-RECV-FILE
           END-IF
           CLOSE PET-MASTER-FILE
                 PET-ID-CTL-FILE
                 PET-REF-FILE
                 PET-PEND-OUT-FILE
                 PEND-REPORT-FILE
                 PET-REPORT-FILE
                 PET-CKPT-FILE
           PERFORM 8000-SCAN-PET-MASTER
           MOVE WS-MCT-SCAN-COUNT TO WS-MCT-CLOSE-COUNT
           MOVE WS-MCT-SCAN-HASH  TO WS-MCT-CLOSE-HASH
           PERFORM 9200-WRITE-MASTER-CTL.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
               COMPUTE JOBLOG-IN-COUNT = WS-ADD-COUNT
                   + WS-CHANGE-COUNT + WS-DELETE-COUNT
                   + WS-TRANSFER-COUNT + WS-PARKED-COUNT
                   + WS-VOIDED-COUNT + WS-ERROR-COUNT
               COMPUTE JOBLOG-OUT-COUNT = WS-ADD-COUNT
                   + WS-CHANGE-COUNT + WS-DELETE-COUNT
                   + WS-TRANSFER-COUNT
               DISPLAY "PETINFO - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.

      *    Inscrit les totaux de contrôle de PET-MASTER au fichier
      *    MASTCTL (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Seuls les ajouts changent le
      *    nombre de fiches : une suppression retire l'animal par son
      *    statut sans effacer la fiche. Un échec d'inscription est
      *    signalé ; PetBalance signalera le maillon manquant.
       9200-WRITE-MASTER-CTL.
           OPEN EXTEND MASTER-CTL-FILE
           IF MASTER-CTL-NO-FILE
               OPEN OUTPUT MASTER-CTL-FILE
           END-IF
           IF MASTER-CTL-OK
               MOVE "PETINFO"          TO MCT-JOB-NAME
               MOVE WS-RUN-DATE-NUM    TO MCT-RUN-DATE
               MOVE WS-RUN-TIME        TO MCT-RUN-TIME
               MOVE "PETMAST"          TO MCT-FILE-NAME
               MOVE WS-MCT-OPEN-COUNT  TO MCT-OPEN-COUNT
               MOVE WS-MCT-OPEN-HASH   TO MCT-OPEN-HASH
               MOVE WS-ADD-COUNT       TO MCT-ADD-COUNT
               MOVE ZERO               TO MCT-DELETE-COUNT
               MOVE ZERO               TO MCT-RESTORE-COUNT
               MOVE WS-MCT-CLOSE-COUNT TO MCT-CLOSE-COUNT
               MOVE WS-MCT-CLOSE-HASH  TO MCT-CLOSE-HASH
               WRITE MASTER-CTL-RECORD
               CLOSE MASTER-CTL-FILE
           ELSE
               DISPLAY "PETINFO - INSCRIPTION MASTCTL IMPOSSIBLE - "
                   WS-MASTER-CTL-STATUS
           END-IF.
