      *    *************************************************************
      *    PROGRAMME DES RELEVES DE COMPTE MENSUELS DES PROPRIETAIRES
      *    Ce traitement mensuel imprime, pour chaque propriétaire de
      *    USER-MASTER ayant un solde ou un mouvement, le relevé de
      *    son compte sur le mois : solde en début de mois, factures
      *    émises dans le mois (créances PETRECV de la facturation
      *    PetBilling, par date de facture), règlements reçus dans le
      *    mois (historique PAYHIST du lot d'imputation PetCashApply,
      *    par date de réception) et solde en fin de mois. Le solde
      *    est calculé en factures moins règlements depuis l'origine :
      *    un solde créditeur correspond à l'avoir non imputé du
      *    propriétaire. Un propriétaire sans solde ni mouvement ne
      *    reçoit pas de relevé.
      *
      *    Le mois du relevé (AAAAMM) est fourni par le PARM de la
      *    JCL ; sans PARM, le mois précédant la date d'exécution est
      *    relevé, comme pour la facturation.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetStatement.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des propriétaires, lu séquentiellement : un
      *    relevé au plus par propriétaire.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier des créances, parcouru propriétaire par
      *    propriétaire par sa clé (MASTER-ID en tête).
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

      *    Historique des encaissements, parcouru propriétaire par
      *    propriétaire par sa clé (MASTER-ID en tête). Absent tant
      *    qu'aucun règlement n'a été comptabilisé : les relevés ne
      *    portent alors que des factures.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-RECEIPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

      *    Relevés imprimés, un par propriétaire.
           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           COPY PetPayHist.

       FD  STMT-REPORT-FILE.
       01  STMT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-USER-MASTER-EOF     PIC X VALUE 'N'.
               88 USER-MASTER-EOF    VALUE 'Y'.
           05 WS-USER-MASTER-STATUS  PIC XX.
               88 USER-MASTER-OK     VALUE '00'.
           05 WS-PET-RECV-STATUS     PIC XX.
               88 PET-RECV-OK        VALUE '00'.
           05 WS-PAY-HIST-STATUS     PIC XX.
               88 PAY-HIST-OK        VALUE '00'.
               88 PAY-HIST-NO-FILE   VALUE '35'.
           05 WS-PAY-HIST-OPEN-SW    PIC X VALUE 'N'.
               88 PAY-HIST-OPEN      VALUE 'Y'.
           05 WS-STMT-REPORT-STATUS  PIC XX.
               88 STMT-REPORT-OK     VALUE '00'.
           05 WS-RECV-CHAIN-EOF      PIC X VALUE 'N'.
               88 RECV-CHAIN-EOF     VALUE 'Y'.
           05 WS-PAY-CHAIN-EOF       PIC X VALUE 'N'.
               88 PAY-CHAIN-EOF      VALUE 'Y'.
      *        Chaque chaîne du propriétaire est parcourue deux fois :
      *        une première fois pour les cumuls (faut-il un relevé ?),
      *        une seconde pour l'impression des lignes du mois.
           05 WS-PRINT-PASS-SW       PIC X VALUE 'N'.
               88 PRINT-PASS         VALUE 'Y'.

      *    Date d'exécution du lot.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *    Mois relevé et bornes de dates correspondantes, comparées
      *    numériquement au format AAAAMMJJ.
       01 WS-STMT-MONTH.
           05 WS-SM-YYYY PIC 9(4).
           05 WS-SM-MM   PIC 9(2).
       01 WS-STMT-MONTH-NUM REDEFINES WS-STMT-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END   PIC 9(8).

      *    Cumuls du propriétaire courant : facturé et réglé avant le
      *    mois, facturé et réglé dans le mois, soldes signés (un
      *    solde négatif est créditeur).
       01 WS-OWNER-WORK.
           05 WS-PRIOR-INVOICED   PIC 9(9)V99.
           05 WS-PRIOR-PAID       PIC 9(9)V99.
           05 WS-MONTH-INVOICED   PIC 9(9)V99.
           05 WS-MONTH-PAID       PIC 9(9)V99.
           05 WS-MONTH-INV-COUNT  PIC 9(4).
           05 WS-MONTH-PAY-COUNT  PIC 9(4).
           05 WS-OPENING-BALANCE  PIC S9(9)V99.
           05 WS-CLOSING-BALANCE  PIC S9(9)V99.

      *    Compteurs de traitement pour la fin d'état.
       01 WS-COUNTERS.
           05 WS-OWNER-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-STATEMENT-COUNT PIC 9(6) VALUE ZERO.

      *    Lignes du relevé.
       01 WS-STMT-HEADER-LINE.
           05 FILLER            PIC X(17) VALUE "RELEVE DE COMPTE ".
           05 WS-SH-MONTH       PIC 9(6).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 WS-SH-MASTER-ID   PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SH-LAST-NAME   PIC X(16).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SH-FIRST-NAME  PIC X(16).
       01 WS-STMT-DETAIL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-DATE        PIC 9(8) BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-KIND        PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SD-TEXT        PIC X(33).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-DEBIT       PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-CREDIT      PIC ZZZZZZ9.99 BLANK WHEN ZERO.
       01 WS-STMT-BALANCE-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SB-LABEL       PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SB-AMOUNT      PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SB-SIDE        PIC X(9).

      *    Libellé du moyen de règlement porté sur le relevé.
       01 WS-METHOD-LABEL PIC X(9).

      *    PARM de la JCL EXEC qui lance ce lot : mois relevé sur six
      *    chiffres (PARM='202608' par exemple) ; un PARM absent ou
      *    non numérique fait relever le mois précédent.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-MONTH  PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OWNER
               UNTIL USER-MASTER-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-DETERMINE-STMT-MONTH
           COMPUTE WS-MONTH-START = WS-STMT-MONTH-NUM * 100 + 1
           COMPUTE WS-MONTH-END   = WS-STMT-MONTH-NUM * 100 + 31
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETSTATEMENT - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-RECV-FILE
           IF NOT PET-RECV-OK
               DISPLAY "PETSTATEMENT - OUVERTURE PETRECV IMPOSSIBLE - "
                   WS-PET-RECV-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PAY-HIST-FILE
           IF PAY-HIST-OK
               MOVE 'Y' TO WS-PAY-HIST-OPEN-SW
           ELSE
               IF NOT PAY-HIST-NO-FILE
                   DISPLAY "PETSTATEMENT - OUVERTURE PAYHIST "
                       "IMPOSSIBLE - " WS-PAY-HIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN OUTPUT STMT-REPORT-FILE
           PERFORM 2100-READ-NEXT-OWNER.

      *    Le mois relevé vient du PARM s'il est fourni et numérique,
      *    sinon c'est le mois précédant la date d'exécution.
       1100-DETERMINE-STMT-MONTH.
           IF LS-PARM-LENGTH >= 6 AND LS-PARM-MONTH NUMERIC
               MOVE LS-PARM-MONTH TO WS-STMT-MONTH
           ELSE
               MOVE WS-RUN-YYYY TO WS-SM-YYYY
               MOVE WS-RUN-MM   TO WS-SM-MM
               IF WS-SM-MM = 1
                   MOVE 12 TO WS-SM-MM
                   SUBTRACT 1 FROM WS-SM-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-SM-MM
               END-IF
           END-IF.

      *    Premier passage pour les cumuls du propriétaire ; le
      *    relevé n'est imprimé que s'il reste un solde à l'ouverture
      *    ou s'il y a eu un mouvement dans le mois.
       2000-PROCESS-OWNER.
           ADD 1 TO WS-OWNER-COUNT
           MOVE ZERO TO WS-PRIOR-INVOICED
           MOVE ZERO TO WS-PRIOR-PAID
           MOVE ZERO TO WS-MONTH-INVOICED
           MOVE ZERO TO WS-MONTH-PAID
           MOVE ZERO TO WS-MONTH-INV-COUNT
           MOVE ZERO TO WS-MONTH-PAY-COUNT
           MOVE 'N'  TO WS-PRINT-PASS-SW
           PERFORM 2200-WALK-OWNER-RECV
           IF PAY-HIST-OPEN
               PERFORM 2300-WALK-OWNER-PAYMENTS
           END-IF
           COMPUTE WS-OPENING-BALANCE =
               WS-PRIOR-INVOICED - WS-PRIOR-PAID
           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
               + WS-MONTH-INVOICED - WS-MONTH-PAID
           IF WS-OPENING-BALANCE NOT = ZERO
            OR WS-MONTH-INV-COUNT > ZERO
            OR WS-MONTH-PAY-COUNT > ZERO
               PERFORM 2500-PRINT-STATEMENT
           END-IF
           PERFORM 2100-READ-NEXT-OWNER.

       2100-READ-NEXT-OWNER.
           READ USER-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-USER-MASTER-EOF
           END-READ.

      *    Positionne le fichier des créances sur la première créance
      *    du propriétaire et déroule ses créances.
       2200-WALK-OWNER-RECV.
           MOVE 'N' TO WS-RECV-CHAIN-EOF
           MOVE LOW-VALUES TO RCV-KEY
           MOVE USER-ID    TO RCV-MASTER-ID
           START PET-RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
           END-START
           PERFORM 2250-READ-NEXT-RECV
               UNTIL RECV-CHAIN-EOF.

       2250-READ-NEXT-RECV.
           READ PET-RECV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
               NOT AT END
                   IF RCV-MASTER-ID NOT = USER-ID
                       MOVE 'Y' TO WS-RECV-CHAIN-EOF
                   ELSE
                       PERFORM 2260-TAKE-ONE-RECV
                   END-IF
           END-READ.

      *    Une facture émise avant le mois entre au solde
      *    d'ouverture, une facture du mois est une ligne du relevé ;
      *    une facture postérieure au mois relevé est ignorée.
       2260-TAKE-ONE-RECV.
           IF PRINT-PASS
               IF RCV-INVOICE-DATE >= WS-MONTH-START
                AND RCV-INVOICE-DATE <= WS-MONTH-END
                   PERFORM 2650-PRINT-INVOICE-LINE
               END-IF
           ELSE
               IF RCV-INVOICE-DATE < WS-MONTH-START
                   ADD RCV-AMOUNT TO WS-PRIOR-INVOICED
               ELSE
                   IF RCV-INVOICE-DATE <= WS-MONTH-END
                       ADD RCV-AMOUNT TO WS-MONTH-INVOICED
                       ADD 1 TO WS-MONTH-INV-COUNT
                   END-IF
               END-IF
           END-IF.

      *    Positionne l'historique des encaissements sur le premier
      *    règlement du propriétaire et déroule ses règlements.
       2300-WALK-OWNER-PAYMENTS.
           MOVE 'N' TO WS-PAY-CHAIN-EOF
           MOVE LOW-VALUES TO PAY-KEY
           MOVE USER-ID    TO PAY-MASTER-ID
           START PAY-HIST-FILE KEY >= PAY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAY-CHAIN-EOF
           END-START
           PERFORM 2350-READ-NEXT-PAYMENT
               UNTIL PAY-CHAIN-EOF.

       2350-READ-NEXT-PAYMENT.
           READ PAY-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAY-CHAIN-EOF
               NOT AT END
                   IF PAY-MASTER-ID NOT = USER-ID
                       MOVE 'Y' TO WS-PAY-CHAIN-EOF
                   ELSE
                       PERFORM 2360-TAKE-ONE-PAYMENT
                   END-IF
           END-READ.

      *    Le règlement est classé par sa date de réception, comme la
      *    facture par sa date d'émission.
       2360-TAKE-ONE-PAYMENT.
           IF PRINT-PASS
               IF PAY-DATE >= WS-MONTH-START
                AND PAY-DATE <= WS-MONTH-END
                   PERFORM 2660-PRINT-PAYMENT-LINE
               END-IF
           ELSE
               IF PAY-DATE < WS-MONTH-START
                   ADD PAY-AMOUNT TO WS-PRIOR-PAID
               ELSE
                   IF PAY-DATE <= WS-MONTH-END
                       ADD PAY-AMOUNT TO WS-MONTH-PAID
                       ADD 1 TO WS-MONTH-PAY-COUNT
                   END-IF
               END-IF
           END-IF.

      *    Second passage : en-tête, solde d'ouverture, factures puis
      *    règlements du mois, total du mois et solde de clôture.
       2500-PRINT-STATEMENT.
           MOVE WS-STMT-MONTH-NUM TO WS-SH-MONTH
           MOVE USER-ID           TO WS-SH-MASTER-ID
           MOVE USER-LAST-NAME    TO WS-SH-LAST-NAME
           MOVE USER-FIRST-NAME   TO WS-SH-FIRST-NAME
           WRITE STMT-REPORT-LINE FROM WS-STMT-HEADER-LINE
           MOVE "SOLDE EN DEBUT DE MOIS" TO WS-SB-LABEL
           MOVE WS-OPENING-BALANCE       TO WS-SB-AMOUNT
           IF WS-OPENING-BALANCE < ZERO
               MOVE "CREDITEUR" TO WS-SB-SIDE
           ELSE
               MOVE "DEBITEUR"  TO WS-SB-SIDE
           END-IF
           WRITE STMT-REPORT-LINE FROM WS-STMT-BALANCE-LINE
           MOVE 'Y' TO WS-PRINT-PASS-SW
           PERFORM 2200-WALK-OWNER-RECV
           IF PAY-HIST-OPEN
               PERFORM 2300-WALK-OWNER-PAYMENTS
           END-IF
           MOVE ZERO              TO WS-SD-DATE
           MOVE "TOTAL"           TO WS-SD-KIND
           MOVE "MOUVEMENTS DU MOIS" TO WS-SD-TEXT
           MOVE WS-MONTH-INVOICED TO WS-SD-DEBIT
           MOVE WS-MONTH-PAID     TO WS-SD-CREDIT
           WRITE STMT-REPORT-LINE FROM WS-STMT-DETAIL-LINE
           MOVE "SOLDE EN FIN DE MOIS" TO WS-SB-LABEL
           MOVE WS-CLOSING-BALANCE     TO WS-SB-AMOUNT
           IF WS-CLOSING-BALANCE < ZERO
               MOVE "CREDITEUR" TO WS-SB-SIDE
           ELSE
               MOVE "DEBITEUR"  TO WS-SB-SIDE
           END-IF
           WRITE STMT-REPORT-LINE FROM WS-STMT-BALANCE-LINE
           MOVE SPACES TO STMT-REPORT-LINE
           WRITE STMT-REPORT-LINE
           ADD 1 TO WS-STATEMENT-COUNT.

       2650-PRINT-INVOICE-LINE.
           MOVE RCV-INVOICE-DATE TO WS-SD-DATE
           MOVE "FACTURE"        TO WS-SD-KIND
           MOVE SPACES           TO WS-SD-TEXT
           STRING RCV-PET-ID " " RCV-EVENT-TYPE " " RCV-PRODUCT
               DELIMITED BY SIZE INTO WS-SD-TEXT
           END-STRING
           MOVE RCV-AMOUNT       TO WS-SD-DEBIT
           MOVE ZERO             TO WS-SD-CREDIT
           WRITE STMT-REPORT-LINE FROM WS-STMT-DETAIL-LINE.

       2660-PRINT-PAYMENT-LINE.
           EVALUATE PAY-METHOD
               WHEN 'C'
                   MOVE "CHEQUE"   TO WS-METHOD-LABEL
               WHEN 'B'
                   MOVE "CARTE"    TO WS-METHOD-LABEL
               WHEN 'V'
                   MOVE "VIREMENT" TO WS-METHOD-LABEL
               WHEN OTHER
                   MOVE SPACES     TO WS-METHOD-LABEL
           END-EVALUATE
           MOVE PAY-DATE         TO WS-SD-DATE
           MOVE "REGLEMENT"      TO WS-SD-KIND
           MOVE SPACES           TO WS-SD-TEXT
           STRING WS-METHOD-LABEL " " PAY-REFERENCE
               DELIMITED BY SIZE INTO WS-SD-TEXT
           END-STRING
           MOVE ZERO             TO WS-SD-DEBIT
           MOVE PAY-AMOUNT       TO WS-SD-CREDIT
           WRITE STMT-REPORT-LINE FROM WS-STMT-DETAIL-LINE.

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable : un relevé sans les créances
      *    ou sans les règlements serait faux, donc le lot s'arrête
      *    sans rien imprimer.
       9900-ABORT.
           DISPLAY "PETSTATEMENT - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE "-- FIN DES RELEVES --" TO STMT-REPORT-LINE
           WRITE STMT-REPORT-LINE
           MOVE SPACES TO STMT-REPORT-LINE
           STRING "PROPRIETAIRES LUS: " WS-OWNER-COUNT
                  "  RELEVES: "         WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO STMT-REPORT-LINE
           END-STRING
           WRITE STMT-REPORT-LINE
           IF PAY-HIST-OPEN
               CLOSE PAY-HIST-FILE
           END-IF
           CLOSE USER-MASTER-FILE
                 PET-RECV-FILE
                 STMT-REPORT-FILE.
