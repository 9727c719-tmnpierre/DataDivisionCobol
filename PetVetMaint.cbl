      *    *************************************************************
      *    PROGRAMME DE MAINTENANCE DU REFERENTIEL DES VETERINAIRES
      *    Ce traitement par lot lit un fichier de transactions
      *    (ajout / changement / mise en sommeil d'un praticien) et
      *    met à jour le fichier de référence indexé VETMAST, qui
      *    recense les références MED-VET-REF autorisées, le nom du
      *    praticien, son cabinet, son numéro ordinal et son statut.
      *    PetMedical consulte ce fichier à chaque acte versé ou
      *    corrigé pour refuser un vétérinaire inconnu ou inactif,
      *    et le relevé mensuel PetVetStmt en reprend le signalement.
      *    Contrairement au référentiel des espèces, une fiche n'est
      *    jamais supprimée : les actes passés la citent toujours,
      *    la transaction D la met seulement en sommeil.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetVetMaint.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier de référence des vétérinaires, indexé sur VET-REF.
           SELECT VET-MASTER-FILE ASSIGN TO "VETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VET-REF
               FILE STATUS IS WS-VET-MASTER-STATUS.

      *    Fichier des transactions d'ajout / changement / mise en
      *    sommeil de praticien.
           SELECT VET-TRAN-FILE ASSIGN TO "VETTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VET-TRAN-STATUS.

      *    Journal de contrôle du traitement des transactions.
           SELECT VET-REPORT-FILE ASSIGN TO "VETRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VET-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VET-MASTER-FILE.
       01  VET-MASTER-RECORD.
           COPY PetVetRecord.

       FD  VET-TRAN-FILE.
       01  VET-TRAN-RECORD.
           COPY PetVetTran.

       FD  VET-REPORT-FILE.
       01  VET-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-VET-TRAN-EOF       PIC X VALUE 'N'.
               88 VET-TRAN-EOF      VALUE 'Y'.
           05 WS-VET-MASTER-STATUS  PIC XX.
               88 VET-MASTER-OK     VALUE '00'.
               88 VET-MASTER-NOTFND VALUE '23'.
               88 VET-MASTER-NO-FILE VALUE '35'.
           05 WS-VET-TRAN-STATUS    PIC XX.
               88 VET-TRAN-OK       VALUE '00'.
           05 WS-VET-REPORT-STATUS  PIC XX.
               88 VET-REPORT-OK     VALUE '00'.
           05 WS-VET-TRAN-VALID-SW  PIC X VALUE 'N'.
               88 VET-TRAN-VALID    VALUE 'Y'.

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-ADD-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ERROR-COUNT  PIC 9(5) VALUE ZERO.

      *    Zones de construction des lignes du journal.
       01 WS-REPORT-LINE.
           05 WS-RPT-VET-REF    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE    PIC X(68).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL VET-TRAN-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Le fichier de référence est ouvert en I-O ; s'il n'existe
      *    pas encore (première exécution), il est créé vide puis
      *    rouvert, afin que le premier lot de praticiens puisse être
      *    chargé par de simples transactions d'ajout.
       1000-INITIALIZE.
           OPEN I-O VET-MASTER-FILE
           IF VET-MASTER-NO-FILE
               OPEN OUTPUT VET-MASTER-FILE
               CLOSE VET-MASTER-FILE
               OPEN I-O VET-MASTER-FILE
           END-IF
           IF NOT VET-MASTER-OK
               DISPLAY "PETVETMAINT - OUVERTURE VETMAST IMPOSSIBLE - "
                   WS-VET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT VET-TRAN-FILE
           OPEN OUTPUT VET-REPORT-FILE
           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2200-ADD-VET-RECORD
               WHEN TRAN-CHANGE
                   PERFORM 2300-CHANGE-VET-RECORD
               WHEN TRAN-DELETE
                   PERFORM 2400-RETIRE-VET-RECORD
               WHEN OTHER
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "CODE DE TRANSACTION INVALIDE"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ VET-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-VET-TRAN-EOF
           END-READ.

       2200-ADD-VET-RECORD.
           PERFORM 2250-VALIDATE-VET-TRAN
           IF VET-TRAN-VALID
               PERFORM 2260-WRITE-VET-RECORD
           END-IF.

       2260-WRITE-VET-RECORD.
           MOVE TRAN-VET-REF            TO VET-REF
           MOVE TRAN-VET-NAME           TO VET-NAME
           MOVE TRAN-VET-PRACTICE       TO VET-PRACTICE
           MOVE TRAN-VET-ORDINAL-NUMBER TO VET-ORDINAL-NUMBER
           MOVE TRAN-VET-STATUS         TO VET-STATUS
           WRITE VET-MASTER-RECORD
               INVALID KEY
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "AJOUT REFUSE - VETERINAIRE DEJA EXISTANT"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "VETERINAIRE AJOUTE" TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

      *    Une référence à blanc ne pourrait être distinguée d'un
      *    acte sans vétérinaire, un statut autre que A/I passerait
      *    pour inactif auprès de PetMedical, et un numéro ordinal
      *    non numérique ne se rapproche pas du tableau de l'Ordre :
      *    la transaction est refusée dès la maintenance.
       2250-VALIDATE-VET-TRAN.
           MOVE 'N' TO WS-VET-TRAN-VALID-SW
           MOVE TRAN-VET-REF TO WS-RPT-VET-REF
           EVALUATE TRUE
               WHEN TRAN-VET-REF = SPACES
                   MOVE "TRANSACTION REFUSEE - REFERENCE A BLANC"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TRAN-VET-STATUS NOT = 'A'
                AND TRAN-VET-STATUS NOT = 'I'
                   MOVE "TRANSACTION REFUSEE - STATUT NON A/I"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TRAN-VET-ORDINAL-NUMBER NOT NUMERIC
                   MOVE "TRANSACTION REFUSEE - NUMERO ORDINAL INVALIDE"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-VET-TRAN-VALID-SW
           END-EVALUATE.

       2300-CHANGE-VET-RECORD.
           PERFORM 2250-VALIDATE-VET-TRAN
           IF VET-TRAN-VALID
               PERFORM 2350-REWRITE-VET-RECORD
           END-IF.

       2350-REWRITE-VET-RECORD.
           MOVE TRAN-VET-REF TO VET-REF
           READ VET-MASTER-FILE
               INVALID KEY
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "CHANGEMENT REFUSE - VETERINAIRE INCONNU"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TRAN-VET-NAME           TO VET-NAME
                   MOVE TRAN-VET-PRACTICE       TO VET-PRACTICE
                   MOVE TRAN-VET-ORDINAL-NUMBER TO VET-ORDINAL-NUMBER
                   MOVE TRAN-VET-STATUS         TO VET-STATUS
                   REWRITE VET-MASTER-RECORD
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "VETERINAIRE MODIFIE" TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-CHANGE-COUNT
           END-READ.

      *    La transaction D pose le statut I : la fiche reste pour
      *    que les actes passés et le relevé d'activité gardent le
      *    nom du praticien ; une transaction C au statut A la remet
      *    en service.
       2400-RETIRE-VET-RECORD.
           MOVE TRAN-VET-REF TO VET-REF
           READ VET-MASTER-FILE
               INVALID KEY
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "MISE EN SOMMEIL REFUSEE - VETERINAIRE INCONNU"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'I' TO VET-STATUS
                   REWRITE VET-MASTER-RECORD
                   MOVE TRAN-VET-REF TO WS-RPT-VET-REF
                   MOVE "VETERINAIRE MIS EN SOMMEIL (STATUT I)"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
                   ADD 1 TO WS-DELETE-COUNT
           END-READ.

       2900-WRITE-REPORT-LINE.
           WRITE VET-REPORT-LINE FROM WS-REPORT-LINE.

      *    Arrêt immédiat du traitement après l'échec d'ouverture du
      *    fichier de référence : il ne serait pas sûr de continuer à
      *    lire/écrire un fichier non ouvert, donc le lot s'arrête
      *    sans mettre à jour le journal.
       9900-ABORT.
           DISPLAY "PETVETMAINT - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "-- FIN DE TRAITEMENT --" TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO VET-REPORT-LINE
           STRING "AJOUTS: "        WS-ADD-COUNT
                  "  CHANGEMENTS: " WS-CHANGE-COUNT
                  "  MISES EN SOMMEIL: " WS-DELETE-COUNT
                  "  ERREURS: "     WS-ERROR-COUNT
               DELIMITED BY SIZE INTO VET-REPORT-LINE
           END-STRING
           WRITE VET-REPORT-LINE
           CLOSE VET-MASTER-FILE
                 VET-TRAN-FILE
                 VET-REPORT-FILE.
