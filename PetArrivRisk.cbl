      *    *************************************************************
      *    PROGRAMME DES ARRIVEES EN PENSION A RISQUE VACCINAL
      *    Ce traitement du matin relit le fichier des séjours
      *    PETBOARD tenu par PetBoarding et retient les séjours à
      *    venir (entrée prévue aujourd'hui ou dans les jours qui
      *    viennent, séjour non clos). Pour chacun il relit les
      *    vaccinations actives de l'animal au fichier MED-EVENT et
      *    liste l'animal sans aucune vaccination au dossier, ou
      *    chaque vaccin dont l'échéance (MED-NEXT-DUE-DATE) tombera
      *    avant la sortie prévue : le comptoir appelle le
      *    propriétaire pour faire faire le rappel avant l'arrivée,
      *    plutôt que de découvrir le refus le jour de l'entrée.
      *    L'horizon en jours est configurable par le PARM de la JCL
      *    (3 chiffres), 7 par défaut.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetArrivRisk.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des séjours en pension, lu séquentiellement.
           SELECT PET-BOARD-FILE ASSIGN TO "PETBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRD-KEY
               FILE STATUS IS WS-PET-BOARD-STATUS.

      *    Fichier des événements médicaux, consulté par la clé
      *    composée PET-ID + date d'acte.
           SELECT MED-EVENT-FILE ASSIGN TO "MEDEVENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier maître des animaux, consulté par accès direct pour
      *    le nom de l'animal et de son maître.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Liste du matin des arrivées à risque.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PET-BOARD-FILE.
       01  PET-BOARD-RECORD.
           COPY PetBoard.

       FD  MED-EVENT-FILE.
       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-PET-BOARD-EOF      PIC X VALUE 'N'.
               88 PET-BOARD-EOF     VALUE 'Y'.
           05 WS-PET-BOARD-STATUS   PIC XX.
               88 PET-BOARD-OK      VALUE '00'.
           05 WS-MED-EVENT-STATUS   PIC XX.
               88 MED-EVENT-OK      VALUE '00'.
           05 WS-PET-MASTER-STATUS  PIC XX.
               88 PET-MASTER-OK     VALUE '00'.
               88 PET-MASTER-NOTFND VALUE '23'.
           05 WS-RISK-REPORT-STATUS PIC XX.
               88 RISK-REPORT-OK    VALUE '00'.
           05 WS-MED-CHAIN-EOF      PIC X VALUE 'N'.
               88 MED-CHAIN-EOF     VALUE 'Y'.
           05 WS-STAY-AT-RISK-SW    PIC X VALUE 'N'.
               88 STAY-AT-RISK      VALUE 'Y'.

      *    Date d'exécution de l'état.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *    Horizon des arrivées retenues, en jours à compter de la
      *    date d'exécution. 7 par défaut, modifiable par PARM.
       01 WS-HORIZON-DAYS PIC 9(3) VALUE 7.

      *    Conversion d'une date AAAAMMJJ en rang de jour (jours
      *    écoulés depuis une origine fixe, année commençant en mars
      *    pour placer le 29 février en fin d'année) : la différence
      *    de deux rangs donne l'écart en jours.
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
           05 WS-DAYS-RUN      PIC 9(7).
           05 WS-DAYS-CHECKIN  PIC 9(7).

      *    Vaccins de l'animal du séjour : pour chaque produit
      *    vacciné, l'échéance du dernier acte actif (les actes sont
      *    lus dans l'ordre des dates, le plus récent l'emporte).
      *    L'échéance est comparée à la sortie prévue, à défaut à la
      *    date d'entrée, comme au contrôle d'entrée de PetBoarding.
       01 WS-VACC-TABLE.
           05 WS-VACC-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-VACC-ENTRY OCCURS 20 TIMES.
               10 WS-VACC-PRODUCT  PIC X(20).
               10 WS-VACC-DUE-DATE PIC 9(8).
       01 WS-VACC-IDX      PIC 9(2).
       01 WS-VACC-FOUND-SW PIC X.
           88 VACC-FOUND   VALUE 'Y'.
       01 WS-GATE-DATE     PIC 9(8).

      *    Compteurs de traitement pour la fin d'état.
       01 WS-COUNTERS.
           05 WS-STAY-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-UPCOMING-COUNT PIC 9(6) VALUE ZERO.
           05 WS-RISK-COUNT     PIC 9(6) VALUE ZERO.

      *    Lignes de la liste.
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(25)
               VALUE "ARRIVEES A RISQUE VACCIN ".
           05 FILLER           PIC X(3)  VALUE "DU ".
           05 WS-HDR-DATE      PIC 9(8).
           05 FILLER           PIC X(11) VALUE "  HORIZON: ".
           05 WS-HDR-HORIZON   PIC ZZ9.
           05 FILLER           PIC X(6)  VALUE " JOURS".
       01 WS-STAY-LINE.
           05 WS-SL-PET-ID     PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 WS-SL-PET-NAME   PIC X(20).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 WS-SL-MASTER-ID  PIC X(5).
           05 FILLER           PIC X(9)  VALUE "  ENTREE ".
           05 WS-SL-CHECKIN    PIC 9(8).
           05 FILLER           PIC X(9)  VALUE "  PREVUE ".
           05 WS-SL-PLANNED    PIC 9(8).
       01 WS-RISK-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 WS-RL-PRODUCT    PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 WS-RL-MESSAGE    PIC X(30).

      *    PARM de la JCL EXEC qui lance cet état : horizon en jours
      *    sur trois chiffres (PARM='014' par exemple). Reçu via
      *    PROCEDURE DIVISION USING, comme le fait une JCL réelle ;
      *    un PARM absent ou non numérique laisse l'horizon par
      *    défaut.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-HORIZON  PIC X(3).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-STAYS
               UNTIL PET-BOARD-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LS-PARM-LENGTH >= 3
              AND LS-PARM-HORIZON NUMERIC
               MOVE LS-PARM-HORIZON TO WS-HORIZON-DAYS
           END-IF
           MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-NUM
           PERFORM 2800-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-DAYS-RUN
           OPEN INPUT PET-BOARD-FILE
           IF NOT PET-BOARD-OK
               DISPLAY "PETARRIVRISK - OUVERTURE PETBOARD IMPOSSIBLE - "
                   WS-PET-BOARD-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT MED-EVENT-FILE
           IF NOT MED-EVENT-OK
               DISPLAY "PETARRIVRISK - OUVERTURE MED-EVENT "
                   "IMPOSSIBLE - " WS-MED-EVENT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETARRIVRISK - OUVERTURE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT RISK-REPORT-FILE
           MOVE WS-RUN-DATE-NUM TO WS-HDR-DATE
           MOVE WS-HORIZON-DAYS TO WS-HDR-HORIZON
           WRITE RISK-REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM 2100-READ-STAY-RECORD.

      *    Un séjour à venir est un séjour non clos dont l'entrée
      *    tombe entre aujourd'hui et la fin de l'horizon ; les
      *    séjours déjà commencés ont passé le contrôle d'entrée.
       2000-PROCESS-STAYS.
           ADD 1 TO WS-STAY-COUNT
           IF BRD-ACTUAL-CHECKOUT-DATE = ZERO
              AND BRD-CHECKIN-DATE >= WS-RUN-DATE-NUM
               MOVE BRD-CHECKIN-DATE TO WS-DN-DATE-NUM
               PERFORM 2800-COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-DAYS-CHECKIN
               IF WS-DAYS-CHECKIN - WS-DAYS-RUN <= WS-HORIZON-DAYS
                   ADD 1 TO WS-UPCOMING-COUNT
                   PERFORM 2200-CHECK-STAY-VACCINATIONS
               END-IF
           END-IF
           PERFORM 2100-READ-STAY-RECORD.

       2100-READ-STAY-RECORD.
           READ PET-BOARD-FILE
               AT END
                   MOVE 'Y' TO WS-PET-BOARD-EOF
           END-READ.

      *    Relève les vaccins de l'animal puis signale l'absence de
      *    toute vaccination ou chaque vaccin échu avant la sortie
      *    prévue ; la ligne du séjour précède ses vaccins en cause.
       2200-CHECK-STAY-VACCINATIONS.
           MOVE 'N'  TO WS-STAY-AT-RISK-SW
           MOVE ZERO TO WS-VACC-COUNT
           IF BRD-PLAN-CHECKOUT-DATE > ZERO
               MOVE BRD-PLAN-CHECKOUT-DATE TO WS-GATE-DATE
           ELSE
               MOVE BRD-CHECKIN-DATE TO WS-GATE-DATE
           END-IF
           MOVE 'N' TO WS-MED-CHAIN-EOF
           MOVE BRD-PET-ID TO MED-PET-ID
           MOVE ZERO       TO MED-EVENT-DATE
           START MED-EVENT-FILE KEY >= MED-EVENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
           END-START
           PERFORM 2300-READ-NEXT-MED-EVENT
               UNTIL MED-CHAIN-EOF
           IF WS-VACC-COUNT = ZERO
               PERFORM 2600-WRITE-STAY-LINE
               MOVE SPACES TO WS-RL-PRODUCT
               MOVE "AUCUNE VACCINATION AU DOSSIER" TO WS-RL-MESSAGE
               WRITE RISK-REPORT-LINE FROM WS-RISK-LINE
           ELSE
               PERFORM 2500-CHECK-ONE-VACCINE
                   VARYING WS-VACC-IDX FROM 1 BY 1
                   UNTIL WS-VACC-IDX > WS-VACC-COUNT
           END-IF.

       2300-READ-NEXT-MED-EVENT.
           READ MED-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
               NOT AT END
                   IF MED-PET-ID NOT = BRD-PET-ID
                       MOVE 'Y' TO WS-MED-CHAIN-EOF
                   ELSE
                       IF MED-VACCINATION AND MED-EVENT-ACTIVE
                           PERFORM 2400-KEEP-LATEST-VACCINE
                       END-IF
                   END-IF
           END-READ.

      *    Retient l'échéance de l'acte sous son produit : un rappel
      *    plus récent du même vaccin remplace l'échéance précédente.
       2400-KEEP-LATEST-VACCINE.
           MOVE 'N' TO WS-VACC-FOUND-SW
           PERFORM 2450-FIND-VACCINE
               VARYING WS-VACC-IDX FROM 1 BY 1
               UNTIL WS-VACC-IDX > WS-VACC-COUNT
                  OR VACC-FOUND
           IF VACC-FOUND
               SUBTRACT 1 FROM WS-VACC-IDX
               MOVE MED-NEXT-DUE-DATE
                   TO WS-VACC-DUE-DATE (WS-VACC-IDX)
           ELSE
               IF WS-VACC-COUNT < 20
                   ADD 1 TO WS-VACC-COUNT
                   MOVE MED-PRODUCT
                       TO WS-VACC-PRODUCT (WS-VACC-COUNT)
                   MOVE MED-NEXT-DUE-DATE
                       TO WS-VACC-DUE-DATE (WS-VACC-COUNT)
               END-IF
           END-IF.

       2450-FIND-VACCINE.
           IF WS-VACC-PRODUCT (WS-VACC-IDX) = MED-PRODUCT
               MOVE 'Y' TO WS-VACC-FOUND-SW
           END-IF.

       2500-CHECK-ONE-VACCINE.
           IF WS-VACC-DUE-DATE (WS-VACC-IDX) > ZERO
            AND WS-VACC-DUE-DATE (WS-VACC-IDX) < WS-GATE-DATE
               IF NOT STAY-AT-RISK
                   PERFORM 2600-WRITE-STAY-LINE
               END-IF
               MOVE WS-VACC-PRODUCT (WS-VACC-IDX) TO WS-RL-PRODUCT
               MOVE SPACES TO WS-RL-MESSAGE
               STRING "ECHU LE " WS-VACC-DUE-DATE (WS-VACC-IDX)
                   DELIMITED BY SIZE INTO WS-RL-MESSAGE
               END-STRING
               WRITE RISK-REPORT-LINE FROM WS-RISK-LINE
           END-IF.

      *    Ligne du séjour à risque, avec le nom de l'animal et son
      *    maître repris de PET-MASTER.
       2600-WRITE-STAY-LINE.
           MOVE 'Y' TO WS-STAY-AT-RISK-SW
           ADD 1 TO WS-RISK-COUNT
           MOVE BRD-PET-ID TO PET-ID
           READ PET-MASTER-FILE
               INVALID KEY
                   MOVE "ANIMAL INCONNU" TO WS-SL-PET-NAME
                   MOVE SPACES           TO WS-SL-MASTER-ID
               NOT INVALID KEY
                   MOVE PET-NAME  TO WS-SL-PET-NAME
                   MOVE MASTER-ID TO WS-SL-MASTER-ID
           END-READ
           MOVE BRD-PET-ID             TO WS-SL-PET-ID
           MOVE BRD-CHECKIN-DATE       TO WS-SL-CHECKIN
           MOVE BRD-PLAN-CHECKOUT-DATE TO WS-SL-PLANNED
           WRITE RISK-REPORT-LINE FROM WS-STAY-LINE.

      *    Rang de jour de la date WS-DN-DATE : janvier et février
      *    sont comptés comme mois 13 et 14 de l'année précédente,
      *    chaque division est entière.
       2800-COMPUTE-DAY-NUMBER.
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

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable : une lecture contre un fichier
      *    non ouvert ne signale ni fin de fichier ni erreur dans ce
      *    runtime, donc l'état s'arrête sans rien imprimer.
       9900-ABORT.
           DISPLAY "PETARRIVRISK - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING "SEJOURS LUS: "  WS-STAY-COUNT
                  "  A VENIR: "    WS-UPCOMING-COUNT
                  "  A RISQUE: "   WS-RISK-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           END-STRING
           WRITE RISK-REPORT-LINE
           CLOSE PET-BOARD-FILE
                 MED-EVENT-FILE
                 PET-MASTER-FILE
                 RISK-REPORT-FILE.
