      *    facturés : l'acte a bien été pratiqué. C'est la
      *    facturation de la caisse du chenil ; l'extrait partenaire
      *    de PetExtract n'y touche pas.
      *    Les nuits de pension du fichier des séjours PETBOARD tenu
      *    par PetBoarding sont facturées sur la même facture : un
      *    séjour clos dans le mois est valorisé au tarif de nuitée du
      *    barème (type d'acte BRD, produit = PET-KEY de l'animal) ;
      *    un séjour encore en cours en fin de mois alors que sa
      *    sortie prévue est passée est facturé jusqu'à la fin du mois
      *    et signalé au journal, le reste du séjour étant facturé le
      *    mois de sa sortie.
      *
      *    Le mois facturé (AAAAMM) est fourni par le PARM de la JCL ;
      *    sans PARM, le mois précédant la date d'exécution est
      *    facturé, cas normal du lot passé en début de mois.
      *
      *    Le lot s'inscrit à sa fin normale au fichier de contrôle
      *    d'exécution JOBLOG (nom PETBILL), relu par la synthèse
      *    OpsSummary et par le contrôle d'enchaînement OpsGate.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier des séjours en pension tenu par PetBoarding,
      *    consulté par la clé composée PET-ID + date d'entrée pour
      *    facturer les nuits de pension. Absent tant qu'aucun séjour
      *    n'a été enregistré : seuls les actes sont alors facturés.
           SELECT PET-BOARD-FILE ASSIGN TO "PETBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRD-KEY
               FILE STATUS IS WS-PET-BOARD-STATUS.

      *    Fichier de référence des tarifs, consulté par accès direct
      *    pour valoriser chaque acte.
           SELECT PET-TARIFF-FILE ASSIGN TO "PETTARIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-REPORT-STATUS.

      *    Fichier de contrôle d'exécution partagé par la chaîne de
      *    nuit, relu par la synthèse OpsSummary.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  PET-BOARD-FILE.
       01  PET-BOARD-RECORD.
           COPY PetBoard.

       FD  PET-TARIFF-FILE.
       01  PET-TARIFF-RECORD.
           COPY PetTariff.
       FD  BILL-REPORT-FILE.
       01  BILL-REPORT-LINE PIC X(80).

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           COPY JobLog.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
               88 INV-REPORT-OK      VALUE '00'.
           05 WS-BILL-REPORT-STATUS  PIC XX.
               88 BILL-REPORT-OK     VALUE '00'.
           05 WS-JOB-LOG-STATUS      PIC XX.
               88 JOB-LOG-OK         VALUE '00'.
               88 JOB-LOG-NO-FILE    VALUE '35'.
           05 WS-MED-CHAIN-EOF       PIC X VALUE 'N'.
               88 MED-CHAIN-EOF      VALUE 'Y'.
           05 WS-PET-BOARD-STATUS    PIC XX.
               88 PET-BOARD-OK       VALUE '00'.
               88 PET-BOARD-NO-FILE  VALUE '35'.
           05 WS-PET-BOARD-OPEN-SW   PIC X VALUE 'N'.
               88 PET-BOARD-OPEN     VALUE 'Y'.
           05 WS-STAY-CHAIN-EOF      PIC X VALUE 'N'.
               88 STAY-CHAIN-EOF     VALUE 'Y'.
           05 WS-STAY-BILLABLE-SW    PIC X VALUE 'N'.
               88 STAY-BILLABLE      VALUE 'Y'.
           05 WS-OVERSTAY-SW         PIC X VALUE 'N'.
               88 STAY-OVERDUE       VALUE 'Y'.
           05 WS-INV-HEADER-SW       PIC X VALUE 'N'.
               88 INV-HEADER-DONE    VALUE 'Y'.
      *        Le destinataire n'est recherché dans USER-MASTER qu'au
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Mois facturé et bornes de dates d'actes correspondantes,
      *    comparées numériquement au format AAAAMMJJ.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END   PIC 9(8).

      *    Premier jour du mois suivant : borne exclusive des nuits
      *    de pension du mois facturé (la nuit du dernier jour du mois
      *    est facturée avec le mois).
       01 WS-NEXT-MONTH-START PIC 9(8).

      *    Séjour en cours de facturation : nuits facturées du
      *    premier jour WS-STAY-FROM (inclus) au jour WS-STAY-TO
      *    (exclu), nombre de nuits et montant.
       01 WS-STAY-WORK.
           05 WS-STAY-FROM    PIC 9(8).
           05 WS-STAY-TO      PIC 9(8).
           05 WS-STAY-NIGHTS  PIC 9(4).
           05 WS-STAY-AMOUNT  PIC 9(5)V99.
           05 WS-NIGHTS-EDIT  PIC ZZZ9.

      *    Conversion d'une date AAAAMMJJ en rang de jour (jours
      *    écoulés depuis une origine fixe, année commençant en mars
      *    pour placer le 29 février en fin d'année) : la différence
      *    de deux rangs donne le nombre de nuits d'un séjour.
       01 WS-DN-DATE.
           05 WS-DN-YYYY PIC 9(4).
           05 WS-DN-MM   PIC 9(2).
           05 WS-DN-DD   PIC 9(2).
       01 WS-DN-DATE-NUM REDEFINES WS-DN-DATE PIC 9(8).
       01 WS-DN-WORK.
           05 WS-DN-YEAR       PIC 9(4).
           05 WS-DN-MONTH      PIC 9(2).
           05 WS-DN-Q4         PIC 9(4).
           05 WS-DN-Q100       PIC 9(4).
           05 WS-DN-Q400       PIC 9(4).
           05 WS-DN-MONTH-DAYS PIC 9(4).
           05 WS-DN-DAYS       PIC 9(7).
           05 WS-DAYS-FROM     PIC 9(7).
           05 WS-DAYS-TO       PIC 9(7).

      *    Propriétaire en cours de rupture : identifiant et nom
      *    repris de la fiche animal (le nom de USER-MASTER fait foi
      *    sur la facture, celui-ci sert aux anomalies).
           05 WS-NO-TARIFF-COUNT PIC 9(6) VALUE ZERO.
           05 WS-ORPHAN-ACT-COUNT PIC 9(6) VALUE ZERO.
           05 WS-DUP-RECV-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-STAY-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-OVERSTAY-COUNT  PIC 9(6) VALUE ZERO.

      *    Lignes de la facture.
       01 WS-INV-HEADER-LINE.
      *    versé sans préparation particulière.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-DETERMINE-BILL-MONTH
           COMPUTE WS-MONTH-START = WS-BILL-MONTH-NUM * 100 + 1
           COMPUTE WS-MONTH-END   = WS-BILL-MONTH-NUM * 100 + 31
           IF WS-BM-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-BM-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           MOVE HIGH-VALUES TO WS-CURR-MASTER-ID
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
                   WS-MED-EVENT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-BOARD-FILE
           IF PET-BOARD-OK
               MOVE 'Y' TO WS-PET-BOARD-OPEN-SW
           ELSE
               IF NOT PET-BOARD-NO-FILE
                   DISPLAY "PETBILLING - OUVERTURE PETBOARD "
                       "IMPOSSIBLE - " WS-PET-BOARD-STATUS
                   PERFORM 9900-ABORT
               END-IF
           END-IF
           OPEN INPUT PET-TARIFF-FILE
           IF NOT PET-TARIFF-OK
               DISPLAY "PETBILLING - OUVERTURE PET-TARIFF IMPOSSIBLE - "
               ADD 1 TO WS-OWNER-COUNT
           END-IF
           PERFORM 2400-WALK-PET-MED-EVENTS
           IF PET-BOARD-OPEN
               PERFORM 2800-WALK-PET-STAYS
           END-IF
           PERFORM 2100-READ-NEXT-PET.

       2100-READ-NEXT-PET.
               MOVE ZERO TO WS-OWNER-ACT-COUNT
           END-IF.

      *    Déroule les séjours de l'animal courant, dans l'ordre des
      *    dates d'entrée, jusqu'au premier séjour commencé après le
      *    mois facturé.
       2800-WALK-PET-STAYS.
           MOVE 'N' TO WS-STAY-CHAIN-EOF
           MOVE PET-ID TO BRD-PET-ID
           MOVE ZERO   TO BRD-CHECKIN-DATE
           START PET-BOARD-FILE KEY >= BRD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STAY-CHAIN-EOF
           END-START
           PERFORM 2810-READ-NEXT-STAY
               UNTIL STAY-CHAIN-EOF.

       2810-READ-NEXT-STAY.
           READ PET-BOARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STAY-CHAIN-EOF
               NOT AT END
                   IF BRD-PET-ID NOT = PET-ID
                    OR BRD-CHECKIN-DATE >= WS-NEXT-MONTH-START
                       MOVE 'Y' TO WS-STAY-CHAIN-EOF
                   ELSE
                       PERFORM 2820-SELECT-STAY-PERIOD
                   END-IF
           END-READ.

      *    Un séjour est facturé ce mois-ci s'il a été clos dans le
      *    mois (nuits jusqu'au jour de sortie), ou s'il était encore
      *    en cours en fin de mois alors que sa sortie prévue était
      *    passée (nuits jusqu'à la fin du mois, dépassement signalé
      *    au journal). Un séjour déjà facturé ainsi en fin de mois
      *    précédent (entré et attendu dehors avant le début du mois)
      *    n'est repris qu'à partir du premier du mois, ce qui rend
      *    chaque nuit facturée une fois et une seule.
       2820-SELECT-STAY-PERIOD.
           MOVE 'N' TO WS-STAY-BILLABLE-SW
           MOVE 'N' TO WS-OVERSTAY-SW
           IF BRD-ACTUAL-CHECKOUT-DATE >= WS-MONTH-START
            AND BRD-ACTUAL-CHECKOUT-DATE < WS-NEXT-MONTH-START
               MOVE 'Y' TO WS-STAY-BILLABLE-SW
               MOVE BRD-ACTUAL-CHECKOUT-DATE TO WS-STAY-TO
           ELSE
               IF (BRD-ACTUAL-CHECKOUT-DATE = ZERO
                OR BRD-ACTUAL-CHECKOUT-DATE >= WS-NEXT-MONTH-START)
                AND BRD-PLAN-CHECKOUT-DATE < WS-NEXT-MONTH-START
                   MOVE 'Y' TO WS-STAY-BILLABLE-SW
                   MOVE 'Y' TO WS-OVERSTAY-SW
                   MOVE WS-NEXT-MONTH-START TO WS-STAY-TO
               END-IF
           END-IF
           IF STAY-BILLABLE
               IF BRD-CHECKIN-DATE < WS-MONTH-START
                AND BRD-PLAN-CHECKOUT-DATE < WS-MONTH-START
                   MOVE WS-MONTH-START TO WS-STAY-FROM
               ELSE
                   MOVE BRD-CHECKIN-DATE TO WS-STAY-FROM
               END-IF
               PERFORM 2830-COUNT-STAY-NIGHTS
               IF WS-STAY-NIGHTS > ZERO
                   PERFORM 2840-PRICE-ONE-STAY
               END-IF
               IF STAY-OVERDUE
                   PERFORM 2890-REPORT-OVERSTAY
               END-IF
           END-IF.

       2830-COUNT-STAY-NIGHTS.
           MOVE WS-STAY-FROM TO WS-DN-DATE-NUM
           PERFORM 2835-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-DAYS-FROM
           MOVE WS-STAY-TO TO WS-DN-DATE-NUM
           PERFORM 2835-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-DAYS-TO
           IF WS-DAYS-TO > WS-DAYS-FROM
               COMPUTE WS-STAY-NIGHTS = WS-DAYS-TO - WS-DAYS-FROM
           ELSE
               MOVE ZERO TO WS-STAY-NIGHTS
           END-IF.

      *    Rang de jour de la date WS-DN-DATE : janvier et février
      *    sont comptés comme mois 13 et 14 de l'année précédente,
      *    chaque division est entière.
       2835-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR
           MOVE WS-DN-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
               + WS-DN-DD.

      *    Valorise les nuits au tarif de nuitée de l'espèce (type
      *    d'acte BRD, produit = PET-KEY) ; une espèce sans tarif de
      *    nuitée part en anomalie comme un acte sans tarif.
       2840-PRICE-ONE-STAY.
           MOVE "BRD"   TO TARIFF-EVENT-TYPE
           MOVE PET-KEY TO TARIFF-PRODUCT
           READ PET-TARIFF-FILE
               INVALID KEY
                   MOVE PET-ID TO WS-RPT-PET-ID
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "SEJOUR SANS TARIF AU BAREME - BRD "
                          PET-KEY
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2950-WRITE-BILL-REPORT-LINE
                   ADD 1 TO WS-NO-TARIFF-COUNT
               NOT INVALID KEY
                   COMPUTE WS-STAY-AMOUNT =
                       TARIFF-AMOUNT * WS-STAY-NIGHTS
                   PERFORM 2850-INVOICE-ONE-STAY
           END-READ.

       2850-INVOICE-ONE-STAY.
           IF NOT OWNER-CHECKED
               PERFORM 2630-CHECK-OWNER
           END-IF
           IF OWNER-KNOWN
               PERFORM 2860-WRITE-STAY-DETAIL
           ELSE
               PERFORM 2855-REPORT-ORPHAN-STAY
           END-IF.

       2855-REPORT-ORPHAN-STAY.
           MOVE PET-ID TO WS-RPT-PET-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "SEJOUR NON FACTURE - "
                  WS-CURR-MASTER-ID
                  " "
                  WS-CURR-LAST-NAME
                  " ABSENT DE USER-MASTER"
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2950-WRITE-BILL-REPORT-LINE
           ADD 1 TO WS-ORPHAN-ACT-COUNT.

      *    Ligne de facture du séjour : date du premier jour facturé,
      *    nombre de nuits et libellé du tarif de nuitée.
       2860-WRITE-STAY-DETAIL.
           IF NOT INV-HEADER-DONE
               PERFORM 2670-WRITE-INVOICE-HEADER
           END-IF
           MOVE WS-STAY-NIGHTS TO WS-NIGHTS-EDIT
           MOVE PET-ID         TO WS-ID-PET-ID
           MOVE WS-STAY-FROM   TO WS-ID-EVENT-DATE
           MOVE "BRD"          TO WS-ID-EVENT-TYPE
           MOVE SPACES         TO WS-ID-LABEL
           STRING WS-NIGHTS-EDIT " NUITS - " TARIFF-LABEL
               DELIMITED BY SIZE INTO WS-ID-LABEL
           END-STRING
           MOVE WS-STAY-AMOUNT TO WS-ID-AMOUNT
           WRITE INV-REPORT-LINE FROM WS-INV-DETAIL-LINE
           ADD 1              TO WS-OWNER-ACT-COUNT
           ADD 1              TO WS-STAY-COUNT
           ADD WS-STAY-AMOUNT TO WS-OWNER-TOTAL
           PERFORM 2870-WRITE-STAY-RECEIVABLE.

      *    La créance du séjour est écrite sous la date du premier
      *    jour facturé : la part facturée en fin de mois d'un
      *    séjour en dépassement et la part facturée le mois de la
      *    sortie ont ainsi chacune leur clé.
       2870-WRITE-STAY-RECEIVABLE.
           MOVE WS-CURR-MASTER-ID TO RCV-MASTER-ID
           MOVE PET-ID            TO RCV-PET-ID
           MOVE WS-STAY-FROM      TO RCV-EVENT-DATE
           MOVE "BRD"             TO RCV-EVENT-TYPE
           MOVE SPACES            TO RCV-PRODUCT
           STRING "PENSION " WS-NIGHTS-EDIT " NUITS"
               DELIMITED BY SIZE INTO RCV-PRODUCT
           END-STRING
           MOVE WS-STAY-AMOUNT    TO RCV-AMOUNT
           MOVE WS-RUN-DATE-NUM   TO RCV-INVOICE-DATE
           MOVE 'N'               TO RCV-PAID-FLAG
           MOVE ZERO              TO RCV-PAID-DATE
           WRITE PET-RECV-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-RECV-COUNT
           END-WRITE.

      *    Séjour encore en cours en fin de mois au-delà de sa sortie
      *    prévue : signalé au journal pour que le comptoir relance
      *    le propriétaire ou corrige une sortie non saisie.
       2890-REPORT-OVERSTAY.
           MOVE PET-ID TO WS-RPT-PET-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "DEPASSEMENT SORTIE PREVUE "
                  BRD-PLAN-CHECKOUT-DATE
                  " - FACTURE JUSQU'A FIN "
                  WS-BILL-MONTH-NUM
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2950-WRITE-BILL-REPORT-LINE
           ADD 1 TO WS-OVERSTAY-COUNT.

       2950-WRITE-BILL-REPORT-LINE.
           WRITE BILL-REPORT-LINE FROM WS-REPORT-LINE.

               DELIMITED BY SIZE INTO BILL-REPORT-LINE
           END-STRING
           WRITE BILL-REPORT-LINE
           MOVE SPACES TO BILL-REPORT-LINE
           STRING "SEJOURS FACTURES: "  WS-STAY-COUNT
                  "  DEPASSEMENTS: "    WS-OVERSTAY-COUNT
               DELIMITED BY SIZE INTO BILL-REPORT-LINE
           END-STRING
           WRITE BILL-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           IF PET-BOARD-OPEN
               CLOSE PET-BOARD-FILE
           END-IF
           CLOSE PET-MASTER-FILE
                 USER-MASTER-FILE
                 MED-EVENT-FILE
                 PET-RECV-FILE
                 INV-REPORT-FILE
                 BILL-REPORT-FILE.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit) : actes et séjours examinés,
      *    actes et séjours facturés, et anomalies (actes ou séjours
      *    sans tarif ou sans propriétaire).
       9100-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-NO-FILE
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-OK
               MOVE "PETBILL"       TO JOBLOG-JOB-NAME
               MOVE WS-RUN-DATE-NUM TO JOBLOG-RUN-DATE
               MOVE WS-RUN-TIME     TO JOBLOG-RUN-TIME
               COMPUTE JOBLOG-IN-COUNT = WS-ACT-COUNT
                   + WS-STAY-COUNT + WS-NO-TARIFF-COUNT
                   + WS-ORPHAN-ACT-COUNT
               COMPUTE JOBLOG-OUT-COUNT = WS-ACT-COUNT
                   + WS-STAY-COUNT
               COMPUTE JOBLOG-ERROR-COUNT = WS-NO-TARIFF-COUNT
                   + WS-ORPHAN-ACT-COUNT
               MOVE ZERO            TO JOBLOG-RETURN-CODE
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "PETBILLING - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.
