      *    d'audit MEDAUDIT, sur le modèle de la piste USERAUDIT de
      *    UsrMgmt, avec l'identifiant d'opérateur fourni par le PARM
      *    de la JCL.
      *
      *    Le vétérinaire nommé par un ajout ou une correction doit
      *    figurer, actif, au référentiel VETMAST tenu par
      *    PetVetMaint : une référence libre laissait un même
      *    praticien apparaître sous plusieurs graphies.
      *
      *    Une vaccination (VAC) porte le numéro et la date de
      *    péremption du lot injecté, base du rappel de lot PetRecall ;
      *    une injection datée après la péremption du lot est refusée.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier de référence des vétérinaires, consulté pour
      *    vérifier que le praticien d'un acte existe et est actif.
           SELECT VET-MASTER-FILE ASSIGN TO "VETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VET-REF
               FILE STATUS IS WS-VET-MASTER-STATUS.

      *    Fichier des transactions d'événements médicaux.
           SELECT MED-TRAN-FILE ASSIGN TO "MEDTRAN"
               ORGANIZATION IS SEQUENTIAL
       01  PET-RECORD.
           COPY PetRecord.

       FD  VET-MASTER-FILE.
       01  VET-MASTER-RECORD.
           COPY PetVetRecord.

       FD  MED-TRAN-FILE.
       01  MED-TRAN-RECORD.
           COPY PetMedTran.
           05 WS-JOB-LOG-STATUS     PIC XX.
               88 JOB-LOG-OK        VALUE '00'.
               88 JOB-LOG-NO-FILE   VALUE '35'.
           05 WS-VET-MASTER-STATUS  PIC XX.
               88 VET-MASTER-OK     VALUE '00'.
               88 VET-MASTER-NOTFND VALUE '23'.
           05 WS-VET-REF-VALID-SW   PIC X VALUE 'N'.
               88 VET-REF-VALID     VALUE 'Y'.
           05 WS-VACCINE-LOT-VALID-SW PIC X VALUE 'N'.
               88 VACCINE-LOT-VALID VALUE 'Y'.

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-OLD-PRODUCT       PIC X(20).
           05 WS-OLD-VET-REF       PIC X(10).
           05 WS-OLD-NEXT-DUE-DATE PIC 9(8).
           05 WS-OLD-LOT-NUMBER    PIC X(12).
           05 WS-OLD-LOT-EXPIRY-DATE PIC 9(8).

      *    Zones de construction des lignes du journal.
       01 WS-REPORT-LINE.
                   WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT VET-MASTER-FILE
           IF NOT VET-MASTER-OK
               DISPLAY "PETMEDICAL - OUVERTURE VETMAST IMPOSSIBLE - "
                   WS-VET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT MED-TRAN-FILE
           OPEN OUTPUT MED-REPORT-FILE
           OPEN OUTPUT MED-AUDIT-FILE

      *    L'acte n'est versé que si l'animal existe dans PET-MASTER ;
      *    un acte saisi sous un PET-ID inconnu ne ferait que polluer
      *    le rappel de vaccination. Le vétérinaire est ensuite
      *    contrôlé contre le référentiel.
       2200-ADD-MED-EVENT.
           MOVE TRAN-MED-PET-ID TO PET-ID
           READ PET-MASTER-FILE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2150-VALIDATE-VET-REF
                   IF VET-REF-VALID
                       PERFORM 2160-VALIDATE-VACCINE-LOT
                       IF VACCINE-LOT-VALID
                           PERFORM 2300-WRITE-MED-EVENT
                       END-IF
                   END-IF
           END-READ.

      *    Contrôle la TRAN-MED-VET-REF d'un ajout ou d'une
      *    correction contre le référentiel des vétérinaires : une
      *    référence absente (faute de frappe, graphie libre) ou un
      *    praticien mis en sommeil fait refuser la transaction.
       2150-VALIDATE-VET-REF.
           MOVE 'N' TO WS-VET-REF-VALID-SW
           MOVE TRAN-MED-VET-REF TO VET-REF
           READ VET-MASTER-FILE
               INVALID KEY
                   MOVE TRAN-MED-PET-ID TO WS-RPT-PET-ID
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "TRANSACTION REFUSEE - VETERINAIRE INCONNU "
                          TRAN-MED-VET-REF
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF VET-ACTIVE
                       MOVE 'Y' TO WS-VET-REF-VALID-SW
                   ELSE
                       MOVE TRAN-MED-PET-ID TO WS-RPT-PET-ID
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING "TRANSACTION REFUSEE - VETERINAIRE "
                              "INACTIF " TRAN-MED-VET-REF
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.

      *    Une vaccination, versée ou corrigée, doit nommer son lot et
      *    la péremption du lot : sans lot, l'animal échapperait à un
      *    rappel du fabricant, et un vaccin injecté après la date de
      *    péremption de son lot n'est pas une vaccination valable.
      *    Les autres actes ne portent pas de lot.
       2160-VALIDATE-VACCINE-LOT.
           MOVE 'N' TO WS-VACCINE-LOT-VALID-SW
           MOVE TRAN-MED-PET-ID TO WS-RPT-PET-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           EVALUATE TRUE
               WHEN TRAN-MED-EVENT-TYPE NOT = 'VAC'
                   MOVE 'Y' TO WS-VACCINE-LOT-VALID-SW
               WHEN TRAN-MED-LOT-NUMBER = SPACES
                   MOVE "TRANSACTION REFUSEE - LOT DU VACCIN ABSENT"
                       TO WS-RPT-MESSAGE
               WHEN TRAN-MED-LOT-EXPIRY-DATE NOT NUMERIC
                OR TRAN-MED-LOT-EXPIRY-DATE = ZERO
                   MOVE "TRANSACTION REFUSEE - PEREMPTION LOT ABSENTE"
                       TO WS-RPT-MESSAGE
               WHEN TRAN-MED-EVENT-DATE > TRAN-MED-LOT-EXPIRY-DATE
                   STRING "TRANSACTION REFUSEE - LOT "
                          TRAN-MED-LOT-NUMBER
                          " PERIME LE " TRAN-MED-LOT-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'Y' TO WS-VACCINE-LOT-VALID-SW
           END-EVALUATE
           IF NOT VACCINE-LOT-VALID
               PERFORM 2900-WRITE-REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    Reporte le lot de la transaction sur l'acte pour une
      *    vaccination, ou le laisse vide pour un autre type d'acte.
       2170-MOVE-VACCINE-LOT.
           IF TRAN-MED-EVENT-TYPE = 'VAC'
               MOVE TRAN-MED-LOT-NUMBER      TO MED-LOT-NUMBER
               MOVE TRAN-MED-LOT-EXPIRY-DATE TO MED-LOT-EXPIRY-DATE
           ELSE
               MOVE SPACES TO MED-LOT-NUMBER
               MOVE ZERO   TO MED-LOT-EXPIRY-DATE
           END-IF.

       2300-WRITE-MED-EVENT.
           MOVE TRAN-MED-PET-ID        TO MED-PET-ID
           MOVE TRAN-MED-EVENT-DATE    TO MED-EVENT-DATE
           MOVE TRAN-MED-PRODUCT       TO MED-PRODUCT
           MOVE TRAN-MED-VET-REF       TO MED-VET-REF
           MOVE TRAN-MED-NEXT-DUE-DATE TO MED-NEXT-DUE-DATE
           PERFORM 2170-MOVE-VACCINE-LOT
           MOVE 'A'                    TO MED-STATUS
           WRITE MED-EVENT-RECORD
               INVALID KEY

      *    Correction d'un acte mal saisi, identifié par sa clé
      *    PET-ID + date d'acte : les champs corrigibles (type,
      *    produit, vétérinaire, échéance, lot du vaccin) sont
      *    remplacés par ceux de la transaction, un acte annulé n'est
      *    plus corrigible.
      *    L'image avant correction est sauvegardée pour tracer champ
      *    par champ dans la piste d'audit.
       2400-CHANGE-MED-EVENT.
                       PERFORM 2900-WRITE-REPORT-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       PERFORM 2150-VALIDATE-VET-REF
                       IF VET-REF-VALID
                           PERFORM 2160-VALIDATE-VACCINE-LOT
                           IF VACCINE-LOT-VALID
                               PERFORM 2450-APPLY-CHANGE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           MOVE MED-PRODUCT       TO WS-OLD-PRODUCT
           MOVE MED-VET-REF       TO WS-OLD-VET-REF
           MOVE MED-NEXT-DUE-DATE TO WS-OLD-NEXT-DUE-DATE
           MOVE MED-LOT-NUMBER    TO WS-OLD-LOT-NUMBER
           MOVE MED-LOT-EXPIRY-DATE TO WS-OLD-LOT-EXPIRY-DATE
           MOVE TRAN-MED-EVENT-TYPE    TO MED-EVENT-TYPE
           MOVE TRAN-MED-PRODUCT       TO MED-PRODUCT
           MOVE TRAN-MED-VET-REF       TO MED-VET-REF
           MOVE TRAN-MED-NEXT-DUE-DATE TO MED-NEXT-DUE-DATE
           PERFORM 2170-MOVE-VACCINE-LOT
           REWRITE MED-EVENT-RECORD
           PERFORM 2460-WRITE-AUDIT-RECORDS
           MOVE TRAN-MED-PET-ID TO WS-RPT-PET-ID
               MOVE WS-OLD-NEXT-DUE-DATE TO MED-AUD-OLD-VALUE
               MOVE MED-NEXT-DUE-DATE    TO MED-AUD-NEW-VALUE
               PERFORM 2470-WRITE-ONE-AUDIT-RECORD
           END-IF
           IF MED-LOT-NUMBER NOT = WS-OLD-LOT-NUMBER
               MOVE "MED-LOT-NUMBER"  TO MED-AUD-FIELD-NAME
               MOVE WS-OLD-LOT-NUMBER TO MED-AUD-OLD-VALUE
               MOVE MED-LOT-NUMBER    TO MED-AUD-NEW-VALUE
               PERFORM 2470-WRITE-ONE-AUDIT-RECORD
           END-IF
           IF MED-LOT-EXPIRY-DATE NOT = WS-OLD-LOT-EXPIRY-DATE
               MOVE "MED-LOT-EXPIRY-DATE"  TO MED-AUD-FIELD-NAME
               MOVE WS-OLD-LOT-EXPIRY-DATE TO MED-AUD-OLD-VALUE
               MOVE MED-LOT-EXPIRY-DATE    TO MED-AUD-NEW-VALUE
               PERFORM 2470-WRITE-ONE-AUDIT-RECORD
           END-IF.

       2470-WRITE-ONE-AUDIT-RECORD.
           WRITE MED-REPORT-LINE FROM WS-REPORT-LINE.

      *    Arrêt immédiat du traitement après l'échec d'ouverture
      *    d'un fichier indispensable (événements, maître animaux ou
      *    référentiel des vétérinaires) : il ne serait pas sûr de
      *    continuer à lire/écrire un fichier non ouvert, donc le lot
      *    s'arrête sans mettre à jour le journal.
       9900-ABORT.
           DISPLAY "PETMEDICAL - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.
           PERFORM 9100-WRITE-JOB-LOG
           CLOSE MED-EVENT-FILE
                 PET-MASTER-FILE
                 VET-MASTER-FILE
                 MED-TRAN-FILE
                 MED-REPORT-FILE
                 MED-AUDIT-FILE.
