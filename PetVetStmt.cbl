      *    *************************************************************
      *    RELEVE MENSUEL D'ACTIVITE PAR VETERINAIRE
      *    Ce traitement mensuel relit le fichier des événements
      *    médicaux MED-EVENT et dresse, pour chaque vétérinaire, le
      *    relevé des actes pratiqués dans le mois, regroupés par
      *    type d'acte et par produit, valorisés au barème PET-TARIFF
      *    comme le fait la facturation PetBilling. Le cabinet s'en
      *    sert pour régler les honoraires des vétérinaires
      *    intervenants. Le signalement du praticien (nom, cabinet,
      *    numéro ordinal, statut) est repris du référentiel VETMAST ;
      *    une référence absente du référentiel (actes antérieurs à
      *    son contrôle par PetMedical) ou à blanc est regroupée sous
      *    un libellé d'anomalie plutôt que passée sous silence, et
      *    un acte sans tarif au barème est compté mais valorisé à
      *    zéro et signalé.
      *
      *    Les actes du mois sont cumulés dans une table en mémoire
      *    tenue dans l'ordre vétérinaire / type / produit, le
      *    fichier MED-EVENT étant rangé par animal.
      *
      *    Le mois relevé (AAAAMM) est fourni par le PARM de la JCL ;
      *    sans PARM, le mois précédant la date d'exécution est
      *    relevé, cas normal du lot passé en début de mois.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetVetStmt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des événements médicaux, relu en séquence.
           SELECT MED-EVENT-FILE ASSIGN TO "MEDEVENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier de référence des vétérinaires, consulté par accès
      *    direct pour l'en-tête de chaque relevé.
           SELECT VET-MASTER-FILE ASSIGN TO "VETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VET-REF
               FILE STATUS IS WS-VET-MASTER-STATUS.

      *    Fichier de référence des tarifs, consulté par accès direct
      *    pour valoriser chaque couple type d'acte / produit.
           SELECT PET-TARIFF-FILE ASSIGN TO "PETTARIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TARIFF-KEY
               FILE STATUS IS WS-PET-TARIFF-STATUS.

      *    Relevé imprimé.
           SELECT VET-STMT-FILE ASSIGN TO "VETSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VET-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MED-EVENT-FILE.
       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  VET-MASTER-FILE.
       01  VET-MASTER-RECORD.
           COPY PetVetRecord.

       FD  PET-TARIFF-FILE.
       01  PET-TARIFF-RECORD.
           COPY PetTariff.

       FD  VET-STMT-FILE.
       01  VET-STMT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-MED-EVENT-EOF      PIC X VALUE 'N'.
               88 MED-EVENT-EOF     VALUE 'Y'.
           05 WS-MED-EVENT-STATUS   PIC XX.
               88 MED-EVENT-OK      VALUE '00'.
           05 WS-VET-MASTER-STATUS  PIC XX.
               88 VET-MASTER-OK     VALUE '00'.
               88 VET-MASTER-NOTFND VALUE '23'.
           05 WS-PET-TARIFF-STATUS  PIC XX.
               88 PET-TARIFF-OK     VALUE '00'.
               88 PET-TARIFF-NOTFND VALUE '23'.
           05 WS-VET-STMT-STATUS    PIC XX.
               88 VET-STMT-OK       VALUE '00'.
           05 WS-POS-FOUND-SW       PIC X VALUE 'N'.
               88 POS-FOUND         VALUE 'Y'.
           05 WS-VET-FOUND-SW       PIC X VALUE 'N'.
               88 VET-FOUND         VALUE 'Y'.

      *    Date d'exécution et mois relevé, avec ses bornes.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-STMT-MONTH.
           05 WS-SM-YYYY PIC 9(4).
           05 WS-SM-MM   PIC 9(2).
       01 WS-STMT-MONTH-NUM REDEFINES WS-STMT-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END   PIC 9(8).

      *    Table en mémoire des cumuls du mois, une entrée par
      *    vétérinaire / type d'acte / produit, tenue triée sur cette
      *    clé à chaque insertion. Une table saturée arrête le lot :
      *    un relevé d'honoraires incomplet n'est pas permis.
       01 WS-ACT-TABLE.
           05 WS-ACT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ACT-ENTRY OCCURS 2000 TIMES.
               10 WS-ACT-KEY.
                   15 WS-ACT-VET-REF    PIC X(10).
                   15 WS-ACT-EVENT-TYPE PIC X(3).
                   15 WS-ACT-PRODUCT    PIC X(20).
               10 WS-ACT-NUMBER     PIC 9(5).
               10 WS-ACT-UNIT-PRICE PIC 9(5)V99.
               10 WS-ACT-AMOUNT     PIC 9(7)V99.
               10 WS-ACT-TARIFF-SW  PIC X.
                   88 ACT-TARIFF-FOUND VALUE 'Y'.

      *    Clé de l'acte en cours de cumul et indices de la table.
       01 WS-NEW-KEY.
           05 WS-NEW-VET-REF    PIC X(10).
           05 WS-NEW-EVENT-TYPE PIC X(3).
           05 WS-NEW-PRODUCT    PIC X(20).
       01 WS-TABLE-CONTROL.
           05 WS-SUB   PIC S9(4) COMP.
           05 WS-SHIFT PIC S9(4) COMP.

      *    Vétérinaire en cours de rupture et ses cumuls.
       01 WS-CURR-VET-REF PIC X(10).
       01 WS-VET-WORK.
           05 WS-VET-ACT-COUNT PIC 9(6)    VALUE ZERO.
           05 WS-VET-TOTAL     PIC 9(7)V99 VALUE ZERO.

      *    Compteurs de traitement et totaux généraux.
       01 WS-COUNTERS.
           05 WS-EVENT-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-ACT-READ-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-VET-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-NO-TARIFF-COUNT PIC 9(6) VALUE ZERO.
           05 WS-GRAND-TOTAL     PIC 9(8)V99 VALUE ZERO.

      *    Lignes du relevé.
       01 WS-TITLE-LINE.
           05 FILLER         PIC X(42)
               VALUE "RELEVE D'ACTIVITE DES VETERINAIRES - MOIS ".
           05 WS-TL-MONTH    PIC 9(6).
       01 WS-VET-HEADER-LINE.
           05 FILLER         PIC X(12) VALUE "VETERINAIRE ".
           05 WS-VH-VET-REF  PIC X(10).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-VH-NAME     PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-VH-STATUS   PIC X(7).
       01 WS-VET-PRACTICE-LINE.
           05 FILLER         PIC X(12) VALUE "  CABINET: ".
           05 WS-VP-PRACTICE PIC X(30).
           05 FILLER         PIC X(16) VALUE "  N. ORDINAL:  ".
           05 WS-VP-ORDINAL  PIC 9(6).
       01 WS-DETAIL-LINE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 WS-DL-TYPE     PIC X(3).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DL-PRODUCT  PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DL-NUMBER   PIC ZZZZ9.
           05 FILLER         PIC X(7)  VALUE " ACTES ".
           05 WS-DL-AMOUNT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-DL-NOTE     PIC X(20).
       01 WS-VET-TOTAL-LINE.
           05 FILLER         PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(25)
               VALUE "TOTAL DU VETERINAIRE:    ".
           05 WS-VT-NUMBER   PIC ZZZZ9.
           05 FILLER         PIC X(7)  VALUE " ACTES ".
           05 WS-VT-AMOUNT   PIC ZZZZZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZZZZZZ9.99.

      *    PARM de la JCL EXEC qui lance ce lot : mois relevé sur six
      *    chiffres (PARM='202608' par exemple). Reçu via PROCEDURE
      *    DIVISION USING, comme le fait une JCL réelle ; un PARM
      *    absent ou non numérique fait relever le mois précédent.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-MONTH  PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MED-EVENTS
               UNTIL MED-EVENT-EOF
           PERFORM 3000-PRINT-STATEMENTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-DETERMINE-STMT-MONTH
           COMPUTE WS-MONTH-START = WS-STMT-MONTH-NUM * 100 + 1
           COMPUTE WS-MONTH-END   = WS-STMT-MONTH-NUM * 100 + 31
           OPEN INPUT MED-EVENT-FILE
           IF NOT MED-EVENT-OK
               DISPLAY "PETVETSTMT - OUVERTURE MED-EVENT IMPOSSIBLE - "
                   WS-MED-EVENT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT VET-MASTER-FILE
           IF NOT VET-MASTER-OK
               DISPLAY "PETVETSTMT - OUVERTURE VETMAST IMPOSSIBLE - "
                   WS-VET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-TARIFF-FILE
           IF NOT PET-TARIFF-OK
               DISPLAY "PETVETSTMT - OUVERTURE PET-TARIFF IMPOSSIBLE - "
                   WS-PET-TARIFF-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT VET-STMT-FILE
           MOVE WS-STMT-MONTH-NUM TO WS-TL-MONTH
           WRITE VET-STMT-LINE FROM WS-TITLE-LINE
           PERFORM 2100-READ-MED-EVENT.

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

      *    Seuls les actes actifs du mois relevé comptent : un acte
      *    annulé n'a pas été pratiqué.
       2000-PROCESS-MED-EVENTS.
           ADD 1 TO WS-EVENT-COUNT
           IF MED-EVENT-ACTIVE
              AND MED-EVENT-DATE >= WS-MONTH-START
              AND MED-EVENT-DATE <= WS-MONTH-END
               MOVE MED-VET-REF    TO WS-NEW-VET-REF
               MOVE MED-EVENT-TYPE TO WS-NEW-EVENT-TYPE
               MOVE MED-PRODUCT    TO WS-NEW-PRODUCT
               PERFORM 2200-ACCUMULATE-ACT
               ADD 1 TO WS-ACT-READ-COUNT
           END-IF
           PERFORM 2100-READ-MED-EVENT.

       2100-READ-MED-EVENT.
           READ MED-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MED-EVENT-EOF
           END-READ.

      *    Cherche la place de la clé dans la table triée : l'entrée
      *    existante est cumulée, sinon une entrée est insérée à sa
      *    place après décalage des suivantes.
       2200-ACCUMULATE-ACT.
           MOVE 1   TO WS-SUB
           MOVE 'N' TO WS-POS-FOUND-SW
           PERFORM 2210-FIND-POSITION
               UNTIL POS-FOUND OR WS-SUB > WS-ACT-COUNT
           IF POS-FOUND
               IF WS-ACT-KEY (WS-SUB) NOT = WS-NEW-KEY
                   PERFORM 2220-INSERT-ENTRY
               END-IF
           ELSE
               PERFORM 2220-INSERT-ENTRY
           END-IF
           ADD 1 TO WS-ACT-NUMBER (WS-SUB)
           ADD WS-ACT-UNIT-PRICE (WS-SUB) TO WS-ACT-AMOUNT (WS-SUB)
           IF NOT ACT-TARIFF-FOUND (WS-SUB)
               ADD 1 TO WS-NO-TARIFF-COUNT
           END-IF.

       2210-FIND-POSITION.
           IF WS-ACT-KEY (WS-SUB) < WS-NEW-KEY
               ADD 1 TO WS-SUB
           ELSE
               MOVE 'Y' TO WS-POS-FOUND-SW
           END-IF.

       2220-INSERT-ENTRY.
           IF WS-ACT-COUNT >= 2000
               DISPLAY "PETVETSTMT - TABLE DES CUMULS SATUREE"
               PERFORM 9900-ABORT
           END-IF
           PERFORM 2230-SHIFT-ENTRY
               VARYING WS-SHIFT FROM WS-ACT-COUNT BY -1
               UNTIL WS-SHIFT < WS-SUB
           ADD 1 TO WS-ACT-COUNT
           MOVE WS-NEW-KEY TO WS-ACT-KEY (WS-SUB)
           MOVE ZERO       TO WS-ACT-NUMBER (WS-SUB)
           MOVE ZERO       TO WS-ACT-AMOUNT (WS-SUB)
           PERFORM 2240-LOOKUP-TARIFF.

       2230-SHIFT-ENTRY.
           MOVE WS-ACT-ENTRY (WS-SHIFT) TO WS-ACT-ENTRY (WS-SHIFT + 1).

      *    Le tarif est lu une fois par couple type / produit, à la
      *    création de l'entrée ; un acte sans tarif est valorisé à
      *    zéro et signalé sur le relevé.
       2240-LOOKUP-TARIFF.
           MOVE WS-NEW-EVENT-TYPE TO TARIFF-EVENT-TYPE
           MOVE WS-NEW-PRODUCT    TO TARIFF-PRODUCT
           READ PET-TARIFF-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ACT-UNIT-PRICE (WS-SUB)
                   MOVE 'N'  TO WS-ACT-TARIFF-SW (WS-SUB)
               NOT INVALID KEY
                   MOVE TARIFF-AMOUNT TO WS-ACT-UNIT-PRICE (WS-SUB)
                   MOVE 'Y'           TO WS-ACT-TARIFF-SW (WS-SUB)
           END-READ.

      *    Impression de la table dans son ordre, avec rupture par
      *    vétérinaire : en-tête repris du référentiel, une ligne par
      *    type / produit, total du vétérinaire.
       3000-PRINT-STATEMENTS.
           MOVE HIGH-VALUES TO WS-CURR-VET-REF
           PERFORM 3100-PRINT-ONE-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACT-COUNT
           IF WS-ACT-COUNT > ZERO
               PERFORM 3300-PRINT-VET-TOTAL
           END-IF.

       3100-PRINT-ONE-ENTRY.
           IF WS-ACT-VET-REF (WS-SUB) NOT = WS-CURR-VET-REF
               IF WS-CURR-VET-REF NOT = HIGH-VALUES
                   PERFORM 3300-PRINT-VET-TOTAL
               END-IF
               MOVE WS-ACT-VET-REF (WS-SUB) TO WS-CURR-VET-REF
               PERFORM 3200-PRINT-VET-HEADER
           END-IF
           MOVE WS-ACT-EVENT-TYPE (WS-SUB) TO WS-DL-TYPE
           MOVE WS-ACT-PRODUCT (WS-SUB)    TO WS-DL-PRODUCT
           MOVE WS-ACT-NUMBER (WS-SUB)     TO WS-DL-NUMBER
           MOVE WS-ACT-AMOUNT (WS-SUB)     TO WS-DL-AMOUNT
           IF ACT-TARIFF-FOUND (WS-SUB)
               MOVE SPACES TO WS-DL-NOTE
           ELSE
               MOVE "SANS TARIF AU BAREME" TO WS-DL-NOTE
           END-IF
           WRITE VET-STMT-LINE FROM WS-DETAIL-LINE
           ADD WS-ACT-NUMBER (WS-SUB) TO WS-VET-ACT-COUNT
           ADD WS-ACT-AMOUNT (WS-SUB) TO WS-VET-TOTAL.

       3200-PRINT-VET-HEADER.
           ADD 1 TO WS-VET-COUNT
           MOVE ZERO TO WS-VET-ACT-COUNT
           MOVE ZERO TO WS-VET-TOTAL
           MOVE SPACES TO VET-STMT-LINE
           WRITE VET-STMT-LINE
           MOVE WS-CURR-VET-REF TO WS-VH-VET-REF
           MOVE SPACES          TO WS-VH-STATUS
           MOVE 'N'             TO WS-VET-FOUND-SW
           IF WS-CURR-VET-REF = SPACES
               MOVE "ACTES SANS VETERINAIRE" TO WS-VH-NAME
           ELSE
               MOVE WS-CURR-VET-REF TO VET-REF
               READ VET-MASTER-FILE
                   INVALID KEY
                       MOVE "ABSENT DU REFERENTIEL" TO WS-VH-NAME
                   NOT INVALID KEY
                       MOVE 'Y'      TO WS-VET-FOUND-SW
                       MOVE VET-NAME TO WS-VH-NAME
                       IF VET-INACTIVE
                           MOVE "INACTIF" TO WS-VH-STATUS
                       END-IF
               END-READ
           END-IF
           WRITE VET-STMT-LINE FROM WS-VET-HEADER-LINE
           IF VET-FOUND
               MOVE VET-PRACTICE       TO WS-VP-PRACTICE
               MOVE VET-ORDINAL-NUMBER TO WS-VP-ORDINAL
               WRITE VET-STMT-LINE FROM WS-VET-PRACTICE-LINE
           END-IF.

       3300-PRINT-VET-TOTAL.
           MOVE WS-VET-ACT-COUNT TO WS-VT-NUMBER
           MOVE WS-VET-TOTAL     TO WS-VT-AMOUNT
           WRITE VET-STMT-LINE FROM WS-VET-TOTAL-LINE
           ADD WS-VET-TOTAL TO WS-GRAND-TOTAL.

      *    Arrêt immédiat du traitement après l'échec d'ouverture d'un
      *    fichier indispensable ou la saturation de la table : une
      *    lecture contre un fichier non ouvert ne signale ni fin de
      *    fichier ni erreur dans ce runtime, donc le lot s'arrête
      *    sans produire de relevé partiel.
       9900-ABORT.
           DISPLAY "PETVETSTMT - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO VET-STMT-LINE
           WRITE VET-STMT-LINE
           MOVE "-- FIN DU RELEVE --" TO VET-STMT-LINE
           WRITE VET-STMT-LINE
           MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO VET-STMT-LINE
           STRING "ACTES LUS: "      WS-EVENT-COUNT
                  "  DU MOIS: "      WS-ACT-READ-COUNT
                  "  VETERINAIRES: " WS-VET-COUNT
               DELIMITED BY SIZE INTO VET-STMT-LINE
           END-STRING
           WRITE VET-STMT-LINE
           MOVE SPACES TO VET-STMT-LINE
           STRING "ACTES SANS TARIF: " WS-NO-TARIFF-COUNT
                  "  TOTAL GENERAL: "  WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO VET-STMT-LINE
           END-STRING
           WRITE VET-STMT-LINE
           CLOSE MED-EVENT-FILE
                 VET-MASTER-FILE
                 PET-TARIFF-FILE
                 VET-STMT-FILE.
