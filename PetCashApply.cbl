      *    *************************************************************
      *    PROGRAMME D'IMPUTATION DES REGLEMENTS PROPRIETAIRES
      *    Ce traitement de nuit lit le fichier des règlements reçus
      *    PAYTRAN (chèques, cartes bancaires, virements, une ligne
      *    par règlement, clé propriétaire + date de facture) et
      *    solde les créances correspondantes du fichier PETRECV
      *    écrit par la facturation PetBilling : drapeau de règlement
      *    posé à Y avec la date de réception. Une créance n'est
      *    soldée que si le montant disponible la couvre entière ;
      *    le reliquat d'un règlement partiel comme l'excédent d'un
      *    trop-perçu part à l'avoir non imputé du propriétaire
      *    (fichier OWNCRED), repris en tête de son règlement
      *    suivant. Chaque règlement comptabilisé est conservé dans
      *    l'historique PAYHIST relu par le relevé de compte mensuel
      *    PetStatement. Le journal CASHRPT liste chaque imputation,
      *    les encaissements non rapprochés (propriétaire inconnu,
      *    facture introuvable) et, en fin d'état, les avoirs non
      *    imputés restant au fichier.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetCashApply.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des règlements reçus, saisis au comptoir ou repris
      *    du relevé de remise de la banque.
           SELECT PAY-TRAN-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-TRAN-STATUS.

      *    Fichier maître des propriétaires, consulté par accès
      *    direct pour rapprocher le règlement de son payeur.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier des créances, parcouru propriétaire par
      *    propriétaire pour solder les créances réglées.
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

      *    Fichier des avoirs non imputés, un par propriétaire.
           SELECT OWNER-CREDIT-FILE ASSIGN TO "OWNCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-MASTER-ID
               FILE STATUS IS WS-OWNER-CREDIT-STATUS.

      *    Historique des encaissements comptabilisés, relu par le
      *    relevé de compte mensuel.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-RECEIPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

      *    Journal des imputations et des encaissements non imputés
      *    ou non rapprochés.
           SELECT CASH-REPORT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-REPORT-STATUS.

      *    Fichier de contrôle d'exécution partagé par la chaîne de
      *    nuit, relu par la synthèse OpsSummary.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAY-TRAN-FILE.
       01  PAY-TRAN-RECORD.
           COPY PetPayTran.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

       FD  OWNER-CREDIT-FILE.
       01  OWNER-CREDIT-RECORD.
           COPY OwnerCredit.

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           COPY PetPayHist.

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-LINE PIC X(80).

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           COPY JobLog.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-PAY-TRAN-EOF        PIC X VALUE 'N'.
               88 PAY-TRAN-EOF       VALUE 'Y'.
           05 WS-PAY-TRAN-STATUS     PIC XX.
               88 PAY-TRAN-OK        VALUE '00'.
           05 WS-USER-MASTER-STATUS  PIC XX.
               88 USER-MASTER-OK     VALUE '00'.
               88 USER-MASTER-NOTFND VALUE '23'.
           05 WS-PET-RECV-STATUS     PIC XX.
               88 PET-RECV-OK        VALUE '00'.
           05 WS-OWNER-CREDIT-STATUS PIC XX.
               88 OWNER-CREDIT-OK      VALUE '00'.
               88 OWNER-CREDIT-NOTFND  VALUE '23'.
               88 OWNER-CREDIT-NO-FILE VALUE '35'.
           05 WS-PAY-HIST-STATUS     PIC XX.
               88 PAY-HIST-OK        VALUE '00'.
               88 PAY-HIST-NOTFND    VALUE '23'.
               88 PAY-HIST-NO-FILE   VALUE '35'.
           05 WS-CASH-REPORT-STATUS  PIC XX.
               88 CASH-REPORT-OK     VALUE '00'.
           05 WS-JOB-LOG-STATUS      PIC XX.
               88 JOB-LOG-OK         VALUE '00'.
               88 JOB-LOG-NO-FILE    VALUE '35'.
           05 WS-RECV-CHAIN-EOF      PIC X VALUE 'N'.
               88 RECV-CHAIN-EOF     VALUE 'Y'.
           05 WS-CREDIT-EOF          PIC X VALUE 'N'.
               88 CREDIT-EOF         VALUE 'Y'.
      *        Le propriétaire a-t-il déjà une fiche d'avoir (REWRITE)
      *        ou faut-il la créer (WRITE).
           05 WS-CREDIT-FOUND-SW     PIC X VALUE 'N'.
               88 CREDIT-FOUND       VALUE 'Y'.
      *        Au moins une créance impayée correspond au règlement.
           05 WS-RECV-MATCHED-SW     PIC X VALUE 'N'.
               88 RECV-MATCHED       VALUE 'Y'.
      *        Au moins une créance correspondante est restée impayée
      *        faute de montant suffisant (règlement partiel).
           05 WS-RECV-SHORT-SW       PIC X VALUE 'N'.
               88 RECV-SHORT         VALUE 'Y'.

      *    Date et heure d'exécution du lot, date de réception par
      *    défaut et date de comptabilisation des règlements.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Règlement en cours d'imputation : date de réception
      *    retenue, montant disponible (règlement + avoir antérieur),
      *    part imputée sur les créances.
       01 WS-PAYMENT-WORK.
           05 WS-PAY-DATE        PIC 9(8).
           05 WS-PAY-AVAILABLE   PIC 9(7)V99.
           05 WS-PAY-APPLIED     PIC 9(7)V99.
           05 WS-PAY-RECV-COUNT  PIC 9(4).

      *    Compteurs et cumuls de traitement pour le journal de fin
      *    de lot.
       01 WS-COUNTERS.
           05 WS-PAY-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-POSTED-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-SETTLED-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-CREDIT-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-ERROR-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-TOTALS.
           05 WS-CASH-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 WS-APPLIED-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-UNMATCHED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE ZERO.

      *    Montants édités pour les lignes construites par STRING.
       01 WS-EDIT-AMOUNT  PIC ZZZZZZ9.99.
       01 WS-EDIT-TOTAL   PIC ZZZZZZZZ9.99.

      *    Zone de construction des lignes du journal.
       01 WS-REPORT-LINE.
           05 WS-RPT-MASTER-ID  PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-SEQ-NUM    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-AMOUNT     PIC ZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE    PIC X(55).

      *    Ligne de la liste des avoirs non imputés de fin d'état.
       01 WS-CREDIT-LINE.
           05 WS-CL-MASTER-ID   PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CL-BALANCE     PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "DERNIER MOUVEMENT LE".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-MOVE-DATE   PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL PAY-TRAN-EOF
           PERFORM 3000-LIST-UNAPPLIED-CREDITS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Les fichiers des avoirs et de l'historique des
      *    encaissements sont ouverts en I-O ; s'ils n'existent pas
      *    encore (première exécution), ils sont créés vides puis
      *    rouverts, comme le fichier des créances par PetBilling.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETCASHAPPLY - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN I-O PET-RECV-FILE
           IF NOT PET-RECV-OK
               DISPLAY "PETCASHAPPLY - OUVERTURE PETRECV IMPOSSIBLE - "
                   WS-PET-RECV-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN I-O OWNER-CREDIT-FILE
           IF OWNER-CREDIT-NO-FILE
               OPEN OUTPUT OWNER-CREDIT-FILE
               CLOSE OWNER-CREDIT-FILE
               OPEN I-O OWNER-CREDIT-FILE
           END-IF
           IF NOT OWNER-CREDIT-OK
               DISPLAY "PETCASHAPPLY - OUVERTURE OWNCRED IMPOSSIBLE - "
                   WS-OWNER-CREDIT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN I-O PAY-HIST-FILE
           IF PAY-HIST-NO-FILE
               OPEN OUTPUT PAY-HIST-FILE
               CLOSE PAY-HIST-FILE
               OPEN I-O PAY-HIST-FILE
           END-IF
           IF NOT PAY-HIST-OK
               DISPLAY "PETCASHAPPLY - OUVERTURE PAYHIST IMPOSSIBLE - "
                   WS-PAY-HIST-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PAY-TRAN-FILE
           OPEN OUTPUT CASH-REPORT-FILE
           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-PAY-COUNT
           EVALUATE TRUE
               WHEN TRAN-CHEQUE OR TRAN-CARD OR TRAN-TRANSFER
                   PERFORM 2200-APPLY-PAYMENT
               WHEN OTHER
                   MOVE "REGLEMENT REFUSE - MOYEN INVALIDE (C/B/V)"
                       TO WS-RPT-MESSAGE
                   PERFORM 2850-REJECT-PAYMENT
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ PAY-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-PAY-TRAN-EOF
           END-READ.

      *    Le règlement doit porter un montant et un payeur connu de
      *    USER-MASTER : un règlement d'un propriétaire inconnu n'est
      *    imputé sur rien et part en encaissement non rapproché,
      *    pour recherche au comptoir puis resaisie.
       2200-APPLY-PAYMENT.
           IF TRAN-PAY-AMOUNT NOT NUMERIC
            OR TRAN-PAY-AMOUNT = ZERO
               MOVE "REGLEMENT REFUSE - MONTANT NUL OU NON NUMERIQUE"
                   TO WS-RPT-MESSAGE
               PERFORM 2850-REJECT-PAYMENT
           ELSE
               MOVE TRAN-PAY-MASTER-ID TO USER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       PERFORM 2800-REPORT-UNMATCHED-OWNER
                   NOT INVALID KEY
                       PERFORM 2250-CHECK-ALREADY-POSTED
               END-READ
           END-IF.

      *    Un règlement déjà présent dans l'historique pour le même
      *    payeur, la même date de réception et la même référence
      *    est refusé avant de toucher aux créances, quel que soit
      *    le jour où il a été comptabilisé : il ne doit pas être
      *    encaissé deux fois. Un règlement sans référence ne peut
      *    être reconnu ainsi ; seul un fichier repassé le même jour
      *    est alors détecté, par la clé de comptabilisation.
       2250-CHECK-ALREADY-POSTED.
           IF TRAN-PAY-DATE NUMERIC AND TRAN-PAY-DATE > ZERO
               MOVE TRAN-PAY-DATE TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF
           IF TRAN-PAY-REFERENCE = SPACES
               MOVE TRAN-PAY-MASTER-ID TO PAY-MASTER-ID
               MOVE WS-RUN-DATE        TO PAY-POST-DATE
               MOVE TRAN-SEQ-NUM       TO PAY-SEQ-NUM
               READ PAY-HIST-FILE
                   INVALID KEY
                       PERFORM 2300-SETTLE-RECEIVABLES
                   NOT INVALID KEY
                       PERFORM 2260-REJECT-ALREADY-POSTED
               END-READ
           ELSE
               MOVE TRAN-PAY-MASTER-ID TO PAY-PAYER-ID
               MOVE WS-PAY-DATE        TO PAY-DATE
               MOVE TRAN-PAY-REFERENCE TO PAY-REFERENCE
               READ PAY-HIST-FILE KEY IS PAY-RECEIPT-KEY
                   INVALID KEY
                       PERFORM 2300-SETTLE-RECEIVABLES
                   NOT INVALID KEY
                       PERFORM 2260-REJECT-ALREADY-POSTED
               END-READ
           END-IF.

       2260-REJECT-ALREADY-POSTED.
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "REGLEMENT REFUSE - DEJA COMPTABILISE LE "
                  PAY-POST-DATE
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2850-REJECT-PAYMENT.

      *    Le montant disponible est le règlement augmenté de l'avoir
      *    antérieur du propriétaire ; les créances impayées de la
      *    facture désignée (de toutes ses factures si aucune n'est
      *    désignée) sont soldées tant que le disponible couvre la
      *    créance entière, le reste revient à l'avoir.
       2300-SETTLE-RECEIVABLES.
           PERFORM 2350-READ-OWNER-CREDIT
           COMPUTE WS-PAY-AVAILABLE = TRAN-PAY-AMOUNT + CRD-BALANCE
           MOVE ZERO TO WS-PAY-APPLIED
           MOVE ZERO TO WS-PAY-RECV-COUNT
           MOVE 'N'  TO WS-RECV-MATCHED-SW
           MOVE 'N'  TO WS-RECV-SHORT-SW
           MOVE 'N'  TO WS-RECV-CHAIN-EOF
           MOVE LOW-VALUES         TO RCV-KEY
           MOVE TRAN-PAY-MASTER-ID TO RCV-MASTER-ID
           START PET-RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
           END-START
           PERFORM 2400-READ-NEXT-RECV
               UNTIL RECV-CHAIN-EOF
           PERFORM 2500-UPDATE-OWNER-CREDIT
           PERFORM 2600-WRITE-PAY-HIST
           PERFORM 2700-REPORT-POSTING.

      *    Reprend l'avoir non imputé du propriétaire ; sans fiche
      *    d'avoir, l'avoir de départ est nul.
       2350-READ-OWNER-CREDIT.
           MOVE TRAN-PAY-MASTER-ID TO CRD-MASTER-ID
           READ OWNER-CREDIT-FILE
               INVALID KEY
                   MOVE 'N'  TO WS-CREDIT-FOUND-SW
                   MOVE ZERO TO CRD-BALANCE
               NOT INVALID KEY
                   MOVE 'Y'  TO WS-CREDIT-FOUND-SW
           END-READ.

       2400-READ-NEXT-RECV.
           READ PET-RECV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
               NOT AT END
                   IF RCV-MASTER-ID NOT = TRAN-PAY-MASTER-ID
                       MOVE 'Y' TO WS-RECV-CHAIN-EOF
                   ELSE
                       IF RCV-UNPAID
                        AND (TRAN-PAY-INVOICE-DATE = ZERO
                         OR RCV-INVOICE-DATE = TRAN-PAY-INVOICE-DATE)
                           PERFORM 2450-SETTLE-ONE-RECV
                       END-IF
                   END-IF
           END-READ.

      *    Une créance n'est jamais soldée en partie : si le
      *    disponible ne la couvre pas, elle reste impayée et le
      *    règlement est signalé partiel.
       2450-SETTLE-ONE-RECV.
           MOVE 'Y' TO WS-RECV-MATCHED-SW
           IF RCV-AMOUNT > WS-PAY-AVAILABLE
               MOVE 'Y' TO WS-RECV-SHORT-SW
           ELSE
               MOVE 'Y'         TO RCV-PAID-FLAG
               MOVE WS-PAY-DATE TO RCV-PAID-DATE
               REWRITE PET-RECV-RECORD
               SUBTRACT RCV-AMOUNT FROM WS-PAY-AVAILABLE
               ADD RCV-AMOUNT TO WS-PAY-APPLIED
               ADD 1 TO WS-PAY-RECV-COUNT
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.

      *    Le disponible restant devient l'avoir du propriétaire ;
      *    une fiche existante est réécrite (même à zéro, l'avoir
      *    ayant été consommé), une fiche n'est créée que pour un
      *    avoir non nul.
       2500-UPDATE-OWNER-CREDIT.
           MOVE TRAN-PAY-MASTER-ID TO CRD-MASTER-ID
           MOVE WS-PAY-AVAILABLE   TO CRD-BALANCE
           MOVE WS-RUN-DATE        TO CRD-LAST-MOVE-DATE
           IF CREDIT-FOUND
               REWRITE OWNER-CREDIT-RECORD
           ELSE
               IF WS-PAY-AVAILABLE > ZERO
                   WRITE OWNER-CREDIT-RECORD
               END-IF
           END-IF.

       2600-WRITE-PAY-HIST.
           MOVE TRAN-PAY-MASTER-ID    TO PAY-MASTER-ID
           MOVE TRAN-PAY-MASTER-ID    TO PAY-PAYER-ID
           MOVE WS-RUN-DATE           TO PAY-POST-DATE
           MOVE TRAN-SEQ-NUM          TO PAY-SEQ-NUM
           MOVE TRAN-CODE             TO PAY-METHOD
           MOVE WS-PAY-DATE           TO PAY-DATE
           MOVE TRAN-PAY-INVOICE-DATE TO PAY-INVOICE-DATE
           MOVE TRAN-PAY-REFERENCE    TO PAY-REFERENCE
           MOVE TRAN-PAY-AMOUNT       TO PAY-AMOUNT
           MOVE WS-PAY-APPLIED        TO PAY-APPLIED-AMOUNT
           WRITE PAY-HIST-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD TRAN-PAY-AMOUNT TO WS-CASH-TOTAL
           ADD WS-PAY-APPLIED  TO WS-APPLIED-TOTAL.

      *    Ligne de journal de l'imputation : règlement soldé
      *    exactement, règlement partiel, trop-perçu, ou règlement
      *    sans créance correspondante (facture introuvable ou déjà
      *    réglée) versé en totalité à l'avoir.
       2700-REPORT-POSTING.
           MOVE WS-PAY-AVAILABLE TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-RPT-MESSAGE
           EVALUATE TRUE
               WHEN NOT RECV-MATCHED
                   STRING "NON RAPPROCHE - FACTURE INTROUVABLE, AVOIR "
                          WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   ADD 1 TO WS-UNMATCHED-COUNT
                   ADD TRAN-PAY-AMOUNT TO WS-UNMATCHED-TOTAL
               WHEN RECV-SHORT
                   STRING "REGLEMENT PARTIEL - "  WS-PAY-RECV-COUNT
                          " SOLDEES, AVOIR " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CREDIT-COUNT
               WHEN WS-PAY-AVAILABLE > ZERO
                   STRING "TROP-PERCU - "  WS-PAY-RECV-COUNT
                          " SOLDEES, AVOIR " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CREDIT-COUNT
               WHEN OTHER
                   STRING "REGLEMENT IMPUTE - " WS-PAY-RECV-COUNT
                          " CREANCES SOLDEES"
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
           END-EVALUATE
           MOVE TRAN-PAY-MASTER-ID TO WS-RPT-MASTER-ID
           MOVE TRAN-SEQ-NUM       TO WS-RPT-SEQ-NUM
           MOVE TRAN-PAY-AMOUNT    TO WS-RPT-AMOUNT
           PERFORM 2900-WRITE-REPORT-LINE.

      *    Règlement d'un propriétaire absent de USER-MASTER : rien
      *    n'est comptabilisé, l'encaissement reste à rapprocher.
       2800-REPORT-UNMATCHED-OWNER.
           MOVE TRAN-PAY-MASTER-ID TO WS-RPT-MASTER-ID
           MOVE TRAN-SEQ-NUM       TO WS-RPT-SEQ-NUM
           MOVE TRAN-PAY-AMOUNT    TO WS-RPT-AMOUNT
           MOVE "NON RAPPROCHE - PROPRIETAIRE INCONNU, NON IMPUTE"
               TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-UNMATCHED-COUNT
           ADD 1 TO WS-ERROR-COUNT
           ADD TRAN-PAY-AMOUNT TO WS-UNMATCHED-TOTAL.

       2850-REJECT-PAYMENT.
           MOVE TRAN-PAY-MASTER-ID TO WS-RPT-MASTER-ID
           MOVE TRAN-SEQ-NUM       TO WS-RPT-SEQ-NUM
           IF TRAN-PAY-AMOUNT NUMERIC
               MOVE TRAN-PAY-AMOUNT TO WS-RPT-AMOUNT
           ELSE
               MOVE ZERO TO WS-RPT-AMOUNT
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-ERROR-COUNT.

       2900-WRITE-REPORT-LINE.
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE.

      *    Liste en fin d'état de tous les avoirs non imputés restant
      *    au fichier, qu'ils datent de cette nuit ou d'avant : c'est
      *    l'état de l'argent reçu et non encore affecté.
       3000-LIST-UNAPPLIED-CREDITS.
           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "-- AVOIRS NON IMPUTES --" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE 'N' TO WS-CREDIT-EOF
           MOVE LOW-VALUES TO CRD-MASTER-ID
           START OWNER-CREDIT-FILE KEY >= CRD-MASTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-EOF
           END-START
           PERFORM 3100-READ-NEXT-CREDIT
               UNTIL CREDIT-EOF.

       3100-READ-NEXT-CREDIT.
           READ OWNER-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF
               NOT AT END
                   IF CRD-BALANCE > ZERO
                       MOVE CRD-MASTER-ID      TO WS-CL-MASTER-ID
                       MOVE CRD-BALANCE        TO WS-CL-BALANCE
                       MOVE CRD-LAST-MOVE-DATE TO WS-CL-MOVE-DATE
                       WRITE CASH-REPORT-LINE FROM WS-CREDIT-LINE
                       ADD CRD-BALANCE TO WS-CREDIT-TOTAL
                   END-IF
           END-READ.

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable : il ne serait pas sûr de
      *    solder des créances sans pouvoir tenir l'avoir ni
      *    l'historique, donc le lot s'arrête sans rien imputer.
       9900-ABORT.
           DISPLAY "PETCASHAPPLY - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "-- FIN D'IMPUTATION --" TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "REGLEMENTS LUS: "  WS-PAY-COUNT
                  "  COMPTABILISES: " WS-POSTED-COUNT
                  "  CREANCES SOLDEES: " WS-SETTLED-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "NON RAPPROCHES: "  WS-UNMATCHED-COUNT
                  "  MIS EN AVOIR: "  WS-CREDIT-COUNT
                  "  REFUSES: "       WS-ERROR-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           MOVE WS-CASH-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "ENCAISSE:       " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           MOVE WS-APPLIED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "IMPUTE:         " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           MOVE WS-UNMATCHED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "NON RAPPROCHE:  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "AVOIRS AU FICHIER: " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           END-STRING
           WRITE CASH-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           CLOSE PAY-TRAN-FILE
                 USER-MASTER-FILE
                 PET-RECV-FILE
                 OWNER-CREDIT-FILE
                 PAY-HIST-FILE
                 CASH-REPORT-FILE.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Les règlements refusés ou non
      *    rapprochés partent en compteur d'anomalies.
       9100-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-NO-FILE
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-OK
               MOVE "PETCASH"         TO JOBLOG-JOB-NAME
               MOVE WS-RUN-DATE       TO JOBLOG-RUN-DATE
               MOVE WS-RUN-TIME       TO JOBLOG-RUN-TIME
               MOVE WS-PAY-COUNT      TO JOBLOG-IN-COUNT
               MOVE WS-POSTED-COUNT   TO JOBLOG-OUT-COUNT
               MOVE WS-ERROR-COUNT    TO JOBLOG-ERROR-COUNT
               MOVE ZERO              TO JOBLOG-RETURN-CODE
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "PETCASHAPPLY - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.
