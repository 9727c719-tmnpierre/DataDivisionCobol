      *    animal déjà en pension ne peut pas entrer une seconde
      *    fois ; une sortie clôt le séjour en cours de l'animal.
      *    L'état d'occupation du matin PetOccupancy relit ce fichier.
      *    Règlement du chenil et de l'assureur : une entrée n'est
      *    admise que si l'animal a au moins une vaccination active
      *    au fichier MED-EVENT et qu'aucun de ses vaccins n'arrive à
      *    échéance (MED-NEXT-DUE-DATE) avant la sortie prévue ;
      *    sinon l'entrée est refusée, chaque vaccin en cause porté
      *    au journal, et reste en attente d'une dérogation du
      *    responsable (transaction resoumise avec le drapeau de
      *    dérogation).
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier des événements médicaux, consulté par la clé
      *    composée PET-ID + date d'acte pour le contrôle des
      *    vaccinations à l'entrée.
           SELECT MED-EVENT-FILE ASSIGN TO "MEDEVENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier des transactions d'entrée / sortie de pension.
           SELECT BRD-TRAN-FILE ASSIGN TO "BRDTRAN"
               ORGANIZATION IS SEQUENTIAL
       01  PET-RECORD.
           COPY PetRecord.

       FD  MED-EVENT-FILE.
       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  BRD-TRAN-FILE.
       01  BRD-TRAN-RECORD.
           COPY PetBrdTran.
               88 STAY-CHAIN-EOF    VALUE 'Y'.
           05 WS-OPEN-STAY-SW       PIC X VALUE 'N'.
               88 OPEN-STAY-FOUND   VALUE 'Y'.
           05 WS-MED-EVENT-STATUS   PIC XX.
               88 MED-EVENT-OK      VALUE '00'.
           05 WS-MED-CHAIN-EOF      PIC X VALUE 'N'.
               88 MED-CHAIN-EOF     VALUE 'Y'.
           05 WS-VACC-GATE-SW       PIC X VALUE 'Y'.
               88 VACC-GATE-PASSED  VALUE 'Y'.

      *    Date et heure d'exécution du lot, utilisées comme date de
      *    sortie par défaut et pour l'inscription au fichier de
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Vaccins de l'animal d'une entrée : pour chaque produit
      *    vacciné, l'échéance du dernier acte actif (les actes sont
      *    lus dans l'ordre des dates, le plus récent l'emporte).
      *    L'échéance est comparée à la sortie prévue, à défaut à la
      *    date d'entrée.
       01 WS-VACC-TABLE.
           05 WS-VACC-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-VACC-ENTRY OCCURS 20 TIMES.
               10 WS-VACC-PRODUCT  PIC X(20).
               10 WS-VACC-DUE-DATE PIC 9(8).
       01 WS-VACC-IDX      PIC 9(2).
       01 WS-VACC-FOUND-SW PIC X.
           88 VACC-FOUND   VALUE 'Y'.
       01 WS-GATE-DATE     PIC 9(8).

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-CHECKIN-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-CHECKOUT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-VACC-REFUSED-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-VACC-OVERRIDE-COUNT PIC 9(5) VALUE ZERO.

      *    Zones de construction des lignes du journal.
       01 WS-REPORT-LINE.
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT MED-EVENT-FILE
           IF NOT MED-EVENT-OK
               DISPLAY "PETBOARDING - OUVERTURE MED-EVENT "
                   "IMPOSSIBLE - " WS-MED-EVENT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT BRD-TRAN-FILE
           OPEN OUTPUT BRD-REPORT-FILE
           PERFORM 2100-READ-TRANSACTION.
               PERFORM 2900-WRITE-REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 2400-CHECK-VACCINATIONS
               IF VACC-GATE-PASSED
                   PERFORM 2300-WRITE-STAY-RECORD
               ELSE
                   IF TRAN-BRD-OVERRIDE-OK
                       ADD 1 TO WS-VACC-OVERRIDE-COUNT
                       PERFORM 2300-WRITE-STAY-RECORD
                   ELSE
                       MOVE TRAN-BRD-PET-ID TO WS-RPT-PET-ID
                       MOVE "ENTREE EN ATTENTE DE DEROGATION"
                           TO WS-RPT-MESSAGE
                       PERFORM 2900-WRITE-REPORT-LINE
                       ADD 1 TO WS-VACC-REFUSED-COUNT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

       2300-WRITE-STAY-RECORD.
                   ADD 1 TO WS-CHECKIN-COUNT
           END-WRITE.

      *    Contrôle des vaccinations de l'animal de l'entrée :
      *    relève l'échéance du dernier acte actif de chaque vaccin,
      *    puis signale l'absence de toute vaccination ou chaque
      *    vaccin échu avant la sortie prévue. Les lignes sont
      *    portées au journal en refus ou en dérogation selon le
      *    drapeau de la transaction.
       2400-CHECK-VACCINATIONS.
           MOVE 'Y'  TO WS-VACC-GATE-SW
           MOVE ZERO TO WS-VACC-COUNT
           IF TRAN-BRD-PLAN-CHECKOUT > ZERO
               MOVE TRAN-BRD-PLAN-CHECKOUT TO WS-GATE-DATE
           ELSE
               IF TRAN-BRD-CHECKIN-DATE > ZERO
                   MOVE TRAN-BRD-CHECKIN-DATE TO WS-GATE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-GATE-DATE
               END-IF
           END-IF
           MOVE 'N' TO WS-MED-CHAIN-EOF
           MOVE TRAN-BRD-PET-ID TO MED-PET-ID
           MOVE ZERO            TO MED-EVENT-DATE
           START MED-EVENT-FILE KEY >= MED-EVENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
           END-START
           PERFORM 2410-READ-NEXT-MED-EVENT
               UNTIL MED-CHAIN-EOF
           IF WS-VACC-COUNT = ZERO
               MOVE 'N' TO WS-VACC-GATE-SW
               MOVE TRAN-BRD-PET-ID TO WS-RPT-PET-ID
               IF TRAN-BRD-OVERRIDE-OK
                   MOVE "DEROGATION - AUCUNE VACCINATION AU DOSSIER"
                       TO WS-RPT-MESSAGE
               ELSE
                   MOVE "ENTREE REFUSEE - AUCUNE VACCINATION AU DOSSIER"
                       TO WS-RPT-MESSAGE
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           ELSE
               PERFORM 2430-CHECK-ONE-VACCINE
                   VARYING WS-VACC-IDX FROM 1 BY 1
                   UNTIL WS-VACC-IDX > WS-VACC-COUNT
           END-IF.

       2410-READ-NEXT-MED-EVENT.
           READ MED-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
               NOT AT END
                   IF MED-PET-ID NOT = TRAN-BRD-PET-ID
                       MOVE 'Y' TO WS-MED-CHAIN-EOF
                   ELSE
                       IF MED-VACCINATION AND MED-EVENT-ACTIVE
                           PERFORM 2420-KEEP-LATEST-VACCINE
                       END-IF
                   END-IF
           END-READ.

      *    Retient l'échéance de l'acte sous son produit : un rappel
      *    plus récent du même vaccin remplace l'échéance précédente.
       2420-KEEP-LATEST-VACCINE.
           MOVE 'N' TO WS-VACC-FOUND-SW
           PERFORM 2425-FIND-VACCINE
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

       2425-FIND-VACCINE.
           IF WS-VACC-PRODUCT (WS-VACC-IDX) = MED-PRODUCT
               MOVE 'Y' TO WS-VACC-FOUND-SW
           END-IF.

      *    Un vaccin sans échéance (zéro) n'appelle pas de rappel ;
      *    un vaccin dont l'échéance précède la sortie prévue sera
      *    échu pendant le séjour.
       2430-CHECK-ONE-VACCINE.
           IF WS-VACC-DUE-DATE (WS-VACC-IDX) > ZERO
            AND WS-VACC-DUE-DATE (WS-VACC-IDX) < WS-GATE-DATE
               MOVE 'N' TO WS-VACC-GATE-SW
               MOVE TRAN-BRD-PET-ID TO WS-RPT-PET-ID
               MOVE SPACES TO WS-RPT-MESSAGE
               IF TRAN-BRD-OVERRIDE-OK
                   STRING "DEROGATION - VACCIN "
                          WS-VACC-PRODUCT (WS-VACC-IDX)
                          " ECHU LE "
                          WS-VACC-DUE-DATE (WS-VACC-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
               ELSE
                   STRING "ENTREE REFUSEE - VACCIN "
                          WS-VACC-PRODUCT (WS-VACC-IDX)
                          " ECHU LE "
                          WS-VACC-DUE-DATE (WS-VACC-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *    La sortie clôt le séjour en cours de l'animal (date de
      *    sortie réelle à zéro), retrouvé en déroulant la chaîne de
      *    ses séjours ; sans séjour en cours la sortie est refusée.
               DELIMITED BY SIZE INTO BRD-REPORT-LINE
           END-STRING
           WRITE BRD-REPORT-LINE
           MOVE SPACES TO BRD-REPORT-LINE
           STRING "REFUS VACCINATION: "  WS-VACC-REFUSED-COUNT
                  "  DEROGATIONS: "      WS-VACC-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO BRD-REPORT-LINE
           END-STRING
           WRITE BRD-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           CLOSE PET-BOARD-FILE
                 PET-MASTER-FILE
                 MED-EVENT-FILE
                 BRD-TRAN-FILE
                 BRD-REPORT-FILE.

