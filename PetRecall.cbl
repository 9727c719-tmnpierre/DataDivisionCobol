      *    *************************************************************
      *    PROGRAMME DE RAPPEL D'UN LOT DE VACCIN
      *    Ce traitement à la demande est lancé quand un fabricant
      *    rappelle un ou plusieurs lots d'un vaccin. Le PARM de la
      *    JCL nomme le produit (tel que porté par MED-PRODUCT) et
      *    jusqu'à cinq numéros de lot. Le programme parcourt le
      *    fichier maître PET-MASTER dans l'ordre de l'index
      *    alternatif MASTER-ID, relit pour chaque animal ses
      *    vaccinations (VAC) non annulées et retient celles du
      *    produit dont le lot figure au PARM.
      *
      *    Comme PetMailDue pour MAILEXT, les injections des animaux
      *    actifs sont regroupées par propriétaire et une lettre par
      *    propriétaire part dans le fichier RCLEXT destiné à la
      *    maison de routage, avec l'adresse postale reprise de
      *    USER-MASTER. Un propriétaire absent de USER-MASTER est
      *    signalé en exception plutôt que de rester sans lettre en
      *    silence.
      *
      *    Le rapport RCLRPT est destiné au vétérinaire responsable :
      *    une ligne par injection retenue (propriétaire, animal, date,
      *    lot, vétérinaire injecteur), y compris celles des animaux
      *    retirés, qui ne reçoivent pas de lettre mais restent
      *    comptés, puis le nombre d'injections par lot rappelé et les
      *    totaux du rappel.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetRecall.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des animaux, parcouru dans l'ordre de
      *    l'index alternatif MASTER-ID (doublons admis) pour livrer
      *    les animaux regroupés par propriétaire.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier des événements médicaux, consulté par la clé
      *    composée PET-ID + date d'acte.
           SELECT MED-EVENT-FILE ASSIGN TO "MEDEVENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-EVENT-KEY
               FILE STATUS IS WS-MED-EVENT-STATUS.

      *    Fichier maître des propriétaires, consulté par accès
      *    direct pour l'adresse postale de chaque lettre.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier des lettres de rappel pour la maison de routage.
           SELECT RECALL-EXTRACT-FILE ASSIGN TO "RCLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECALL-EXTRACT-STATUS.

      *    Rapport de rappel pour le vétérinaire responsable.
           SELECT RECALL-REPORT-FILE ASSIGN TO "RCLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECALL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  MED-EVENT-FILE.
       01  MED-EVENT-RECORD.
           COPY PetMedEvent.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  RECALL-EXTRACT-FILE.
       01  RECALL-LETTER-RECORD.
           COPY PetRecallLetter.

       FD  RECALL-REPORT-FILE.
       01  RECALL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-PET-MASTER-EOF        PIC X VALUE 'N'.
               88 PET-MASTER-EOF       VALUE 'Y'.
           05 WS-PET-MASTER-STATUS     PIC XX.
               88 PET-MASTER-OK        VALUE '00'.
           05 WS-MED-EVENT-STATUS      PIC XX.
               88 MED-EVENT-OK         VALUE '00'.
           05 WS-USER-MASTER-STATUS    PIC XX.
               88 USER-MASTER-OK       VALUE '00'.
               88 USER-MASTER-NOTFND   VALUE '23'.
           05 WS-RECALL-EXTRACT-STATUS PIC XX.
               88 RECALL-EXTRACT-OK    VALUE '00'.
           05 WS-RECALL-REPORT-STATUS  PIC XX.
               88 RECALL-REPORT-OK     VALUE '00'.
           05 WS-MED-CHAIN-EOF         PIC X VALUE 'N'.
               88 MED-CHAIN-EOF        VALUE 'Y'.
           05 WS-LOT-MATCHED-SW        PIC X VALUE 'N'.
               88 LOT-MATCHED          VALUE 'Y'.
           05 WS-PET-HIT-SW            PIC X VALUE 'N'.
               88 PET-HIT              VALUE 'Y'.

      *    Date d'exécution du lot, portée en tête du rapport.
       01 WS-RUN-DATE PIC 9(8).

      *    Demande de rappel reprise du PARM : produit rappelé puis
      *    jusqu'à cinq numéros de lot ; un lot laissé en blanc est
      *    ignoré.
       01 WS-RECALL-REQUEST.
           05 WS-RECALL-PRODUCT PIC X(20).
           05 WS-RECALL-LOT     PIC X(12) OCCURS 5 TIMES.
       01 WS-PARM-USE-LEN PIC S9(4) COMP.
       01 WS-LOT-IDX      PIC 9(2).
       01 WS-MATCH-IDX    PIC 9(2).
       01 WS-LOT-GIVEN    PIC 9(2) VALUE ZERO.

      *    Nombre d'injections retenues par lot rappelé, dans l'ordre
      *    des lots du PARM.
       01 WS-LOT-COUNTS.
           05 WS-LOT-INJ-COUNT PIC 9(6) OCCURS 5 TIMES.

      *    Propriétaire en cours de regroupement : identifiant et nom
      *    repris de la fiche animal, injections accumulées dans la
      *    lettre en construction.
       01 WS-CURR-OWNER.
           05 WS-CURR-MASTER-ID  PIC X(5).
           05 WS-CURR-LAST-NAME  PIC X(16).
           05 WS-CURR-FIRST-NAME PIC X(16).
       01 WS-INJ-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LETTER-WORK.
           05 WS-LW-ENTRY OCCURS 10 TIMES.
               10 WS-LW-PET-ID         PIC X(8).
               10 WS-LW-PET-NAME       PIC X(20).
               10 WS-LW-INJECTION-DATE PIC 9(8).
               10 WS-LW-LOT-NUMBER     PIC X(12).
       01 WS-ENTRY-IDX PIC 9(2).

      *    Compteurs de traitement pour la fin du rapport.
       01 WS-COUNTERS.
           05 WS-PET-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-INJ-TOTAL      PIC 9(6) VALUE ZERO.
           05 WS-ACTIVE-HIT     PIC 9(6) VALUE ZERO.
           05 WS-INACTIVE-HIT   PIC 9(6) VALUE ZERO.
           05 WS-LETTER-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-EXCP-COUNT     PIC 9(6) VALUE ZERO.

      *    Ligne de détail d'une injection retenue.
       01 WS-DETAIL-LINE.
           05 WS-DT-MASTER-ID  PIC X(5).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-PET-ID     PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-PET-NAME   PIC X(16).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-EVENT-DATE PIC 9(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-LOT-NUMBER PIC X(12).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-VET-REF    PIC X(10).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 WS-DT-NOTE       PIC X(15).

      *    Ligne de message du rapport (exception propriétaire).
       01 WS-REPORT-LINE.
           05 WS-RPT-MASTER-ID PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 WS-RPT-MESSAGE   PIC X(70).

      *    PARM de la JCL EXEC qui lance ce lot : produit rappelé
      *    (20 caractères) suivi de un à cinq numéros de lot de 12
      *    caractères chacun. Reçu via PROCEDURE DIVISION USING, comme
      *    le fait une JCL réelle ; le rappel n'a pas de sens sans
      *    produit ni lot et s'arrête si le PARM est incomplet.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH  PIC S9(4) COMP.
           05 LS-PARM-REQUEST PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OWNER-CHAIN
               UNTIL PET-MASTER-EOF
           PERFORM 2600-FLUSH-LETTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RECALL-REQUEST
           MOVE ZERO   TO WS-LOT-COUNTS
           IF LS-PARM-LENGTH > ZERO
               IF LS-PARM-LENGTH > 80
                   MOVE 80 TO WS-PARM-USE-LEN
               ELSE
                   MOVE LS-PARM-LENGTH TO WS-PARM-USE-LEN
               END-IF
               MOVE LS-PARM-REQUEST(1:WS-PARM-USE-LEN)
                   TO WS-RECALL-REQUEST(1:WS-PARM-USE-LEN)
           END-IF
           PERFORM 1100-COUNT-GIVEN-LOT
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > 5
           IF WS-RECALL-PRODUCT = SPACES
              OR WS-LOT-GIVEN = ZERO
               DISPLAY "PETRECALL - PARM INCOMPLET - PRODUIT ET LOT "
                   "REQUIS"
               PERFORM 9900-ABORT
           END-IF
           MOVE HIGH-VALUES TO WS-CURR-MASTER-ID
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETRECALL - OUVERTURE PET-MASTER IMPOSSIBLE - "
                   WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT MED-EVENT-FILE
           IF NOT MED-EVENT-OK
               DISPLAY "PETRECALL - OUVERTURE MED-EVENT IMPOSSIBLE - "
                   WS-MED-EVENT-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETRECALL - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT RECALL-EXTRACT-FILE
           OPEN OUTPUT RECALL-REPORT-FILE
           PERFORM 1200-WRITE-REPORT-HEADER
           MOVE LOW-VALUES TO MASTER-ID
           START PET-MASTER-FILE KEY >= MASTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PET-MASTER-EOF
           END-START
           PERFORM 2100-READ-NEXT-PET.

       1100-COUNT-GIVEN-LOT.
           IF WS-RECALL-LOT (WS-LOT-IDX) NOT = SPACES
               ADD 1 TO WS-LOT-GIVEN
           END-IF.

      *    En-tête du rapport : produit, lots rappelés et date, puis
      *    titres des colonnes de détail.
       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO RECALL-REPORT-LINE
           STRING "RAPPEL DE LOT - PRODUIT " WS-RECALL-PRODUCT
                  " - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECALL-REPORT-LINE
           END-STRING
           WRITE RECALL-REPORT-LINE
           MOVE SPACES TO RECALL-REPORT-LINE
           STRING "LOTS RAPPELES: "
                  WS-RECALL-LOT (1) " " WS-RECALL-LOT (2) " "
                  WS-RECALL-LOT (3) " " WS-RECALL-LOT (4) " "
                  WS-RECALL-LOT (5)
               DELIMITED BY SIZE INTO RECALL-REPORT-LINE
           END-STRING
           WRITE RECALL-REPORT-LINE
           MOVE SPACES TO RECALL-REPORT-LINE
           WRITE RECALL-REPORT-LINE
           MOVE "PROP. ANIMAL   NOM              INJECTEE LOT"
               TO RECALL-REPORT-LINE
           MOVE "VETERINAIRE" TO RECALL-REPORT-LINE(55:11)
           WRITE RECALL-REPORT-LINE.

      *    Le parcours par l'index alternatif livre les animaux
      *    regroupés par MASTER-ID ; la rupture de propriétaire fait
      *    partir la lettre accumulée avant d'ouvrir la suivante.
      *    Les actes d'un animal retiré sont relus aussi : ils ne
      *    donnent pas de lettre mais figurent au rapport.
       2000-PROCESS-OWNER-CHAIN.
           ADD 1 TO WS-PET-COUNT
           IF MASTER-ID NOT = WS-CURR-MASTER-ID
               PERFORM 2600-FLUSH-LETTER
               MOVE MASTER-ID         TO WS-CURR-MASTER-ID
               MOVE MASTER-LAST-NAME  TO WS-CURR-LAST-NAME
               MOVE MASTER-FIRST-NAME TO WS-CURR-FIRST-NAME
           END-IF
           MOVE 'N' TO WS-PET-HIT-SW
           PERFORM 2200-WALK-PET-MED-EVENTS
           IF PET-HIT
               IF PET-INACTIVE
                   ADD 1 TO WS-INACTIVE-HIT
               ELSE
                   ADD 1 TO WS-ACTIVE-HIT
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-PET.

       2100-READ-NEXT-PET.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-MASTER-EOF
           END-READ.

      *    Déroule les actes de l'animal courant et retient chaque
      *    vaccination du produit rappelé portant un lot rappelé.
       2200-WALK-PET-MED-EVENTS.
           MOVE 'N'    TO WS-MED-CHAIN-EOF
           MOVE PET-ID TO MED-PET-ID
           MOVE ZERO   TO MED-EVENT-DATE
           START MED-EVENT-FILE KEY >= MED-EVENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
           END-START
           PERFORM 2300-READ-NEXT-MED-EVENT
               UNTIL MED-CHAIN-EOF.

       2300-READ-NEXT-MED-EVENT.
           READ MED-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MED-CHAIN-EOF
               NOT AT END
                   IF MED-PET-ID NOT = PET-ID
                       MOVE 'Y' TO WS-MED-CHAIN-EOF
                   ELSE
      *    Un acte annulé par une transaction V de PetMedical n'a
      *    pas eu lieu et n'est pas rappelé.
                       IF NOT MED-EVENT-VOIDED
                          AND MED-EVENT-TYPE = 'VAC'
                          AND MED-PRODUCT = WS-RECALL-PRODUCT
                           PERFORM 2350-MATCH-RECALLED-LOT
                       END-IF
                   END-IF
           END-READ.

      *    Recherche le lot de l'acte parmi les lots rappelés ; une
      *    injection retenue est comptée pour son lot, listée au
      *    rapport et, pour un animal actif, portée sur la lettre du
      *    propriétaire.
       2350-MATCH-RECALLED-LOT.
           MOVE 'N' TO WS-LOT-MATCHED-SW
           PERFORM 2360-COMPARE-ONE-LOT
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > 5
                  OR LOT-MATCHED
           IF LOT-MATCHED
               MOVE 'Y' TO WS-PET-HIT-SW
               ADD 1 TO WS-LOT-INJ-COUNT (WS-MATCH-IDX)
               ADD 1 TO WS-INJ-TOTAL
               PERFORM 2500-WRITE-DETAIL-LINE
               IF NOT PET-INACTIVE
                   PERFORM 2400-ADD-RECALL-ENTRY
               END-IF
           END-IF.

       2360-COMPARE-ONE-LOT.
           IF WS-RECALL-LOT (WS-LOT-IDX) NOT = SPACES
              AND WS-RECALL-LOT (WS-LOT-IDX) = MED-LOT-NUMBER
               MOVE 'Y'        TO WS-LOT-MATCHED-SW
               MOVE WS-LOT-IDX TO WS-MATCH-IDX
           END-IF.

      *    Ajoute l'injection à la lettre en construction ; une lettre
      *    pleine (dix injections) part telle quelle et une lettre
      *    supplémentaire s'ouvre pour le même propriétaire.
       2400-ADD-RECALL-ENTRY.
           IF WS-INJ-COUNT = 10
               PERFORM 2600-FLUSH-LETTER
           END-IF
           ADD 1 TO WS-INJ-COUNT
           MOVE PET-ID         TO WS-LW-PET-ID (WS-INJ-COUNT)
           MOVE PET-NAME       TO WS-LW-PET-NAME (WS-INJ-COUNT)
           MOVE MED-EVENT-DATE TO WS-LW-INJECTION-DATE (WS-INJ-COUNT)
           MOVE MED-LOT-NUMBER TO WS-LW-LOT-NUMBER (WS-INJ-COUNT).

       2500-WRITE-DETAIL-LINE.
           MOVE MASTER-ID      TO WS-DT-MASTER-ID
           MOVE PET-ID         TO WS-DT-PET-ID
           MOVE PET-NAME       TO WS-DT-PET-NAME
           MOVE MED-EVENT-DATE TO WS-DT-EVENT-DATE
           MOVE MED-LOT-NUMBER TO WS-DT-LOT-NUMBER
           MOVE MED-VET-REF    TO WS-DT-VET-REF
           IF PET-INACTIVE
               MOVE "RETIRE-SANS LTR" TO WS-DT-NOTE
           ELSE
               MOVE SPACES TO WS-DT-NOTE
           END-IF
           WRITE RECALL-REPORT-LINE FROM WS-DETAIL-LINE.

      *    Fait partir la lettre accumulée du propriétaire courant :
      *    l'adresse est reprise de USER-MASTER, qui fait foi pour le
      *    courrier ; un propriétaire sans fiche part en exception au
      *    rapport, pour un appel du cabinet.
       2600-FLUSH-LETTER.
           IF WS-INJ-COUNT > ZERO
               MOVE WS-CURR-MASTER-ID TO USER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       PERFORM 2800-WRITE-EXCP-LINE
                   NOT INVALID KEY
                       PERFORM 2700-WRITE-LETTER-RECORD
               END-READ
               MOVE ZERO TO WS-INJ-COUNT
           END-IF.

       2700-WRITE-LETTER-RECORD.
           MOVE SPACES TO RECALL-LETTER-RECORD
           MOVE WS-CURR-MASTER-ID TO RCL-MASTER-ID
           MOVE USER-LAST-NAME    TO RCL-MASTER-LAST-NAME
           MOVE USER-FIRST-NAME   TO RCL-MASTER-FIRST-NAME
           MOVE USER-CITY         TO RCL-CITY
           MOVE USER-STREET       TO RCL-STREET
           MOVE WS-RECALL-PRODUCT TO RCL-PRODUCT
           MOVE WS-INJ-COUNT      TO RCL-PET-COUNT
           PERFORM 2750-MOVE-ONE-RECALL-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-INJ-COUNT
           WRITE RECALL-LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT.

       2750-MOVE-ONE-RECALL-ENTRY.
           MOVE WS-LW-PET-ID (WS-ENTRY-IDX)
               TO RCL-PET-ID (WS-ENTRY-IDX)
           MOVE WS-LW-PET-NAME (WS-ENTRY-IDX)
               TO RCL-PET-NAME (WS-ENTRY-IDX)
           MOVE WS-LW-INJECTION-DATE (WS-ENTRY-IDX)
               TO RCL-INJECTION-DATE (WS-ENTRY-IDX)
           MOVE WS-LW-LOT-NUMBER (WS-ENTRY-IDX)
               TO RCL-LOT-NUMBER (WS-ENTRY-IDX).

       2800-WRITE-EXCP-LINE.
           MOVE WS-CURR-MASTER-ID TO WS-RPT-MASTER-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "PROPRIETAIRE " WS-CURR-LAST-NAME
                  " ABSENT DE USER-MASTER - PAS DE LETTRE"
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           ADD 1 TO WS-EXCP-COUNT.

       2900-WRITE-REPORT-LINE.
           WRITE RECALL-REPORT-LINE FROM WS-REPORT-LINE.

      *    Arrêt immédiat du traitement après un PARM incomplet ou
      *    l'échec d'ouverture d'un fichier indispensable : le lot
      *    s'arrête sans produire d'extrait partiel.
       9900-ABORT.
           DISPLAY "PETRECALL - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

      *    Fin du rapport : injections par lot rappelé, puis totaux
      *    du rappel.
       9000-TERMINATE.
           MOVE SPACES TO RECALL-REPORT-LINE
           WRITE RECALL-REPORT-LINE
           PERFORM 9050-WRITE-LOT-TOTAL
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > 5
           MOVE SPACES TO RECALL-REPORT-LINE
           STRING "ANIMAUX LUS: " WS-PET-COUNT
                  "  INJECTIONS: " WS-INJ-TOTAL
                  "  ACTIFS: " WS-ACTIVE-HIT
                  "  RETIRES: " WS-INACTIVE-HIT
               DELIMITED BY SIZE INTO RECALL-REPORT-LINE
           END-STRING
           WRITE RECALL-REPORT-LINE
           MOVE SPACES TO RECALL-REPORT-LINE
           STRING "LETTRES: " WS-LETTER-COUNT
                  "  EXCEPTIONS: " WS-EXCP-COUNT
               DELIMITED BY SIZE INTO RECALL-REPORT-LINE
           END-STRING
           WRITE RECALL-REPORT-LINE
           CLOSE PET-MASTER-FILE
                 MED-EVENT-FILE
                 USER-MASTER-FILE
                 RECALL-EXTRACT-FILE
                 RECALL-REPORT-FILE.

       9050-WRITE-LOT-TOTAL.
           IF WS-RECALL-LOT (WS-LOT-IDX) NOT = SPACES
               MOVE SPACES TO RECALL-REPORT-LINE
               STRING "LOT " WS-RECALL-LOT (WS-LOT-IDX)
                      "  INJECTIONS: " WS-LOT-INJ-COUNT (WS-LOT-IDX)
                   DELIMITED BY SIZE INTO RECALL-REPORT-LINE
               END-STRING
               WRITE RECALL-REPORT-LINE
           END-IF.
