      *    *************************************************************
      *    PROGRAMME DE CONTROLE D'EQUILIBRE DES FICHIERS MAITRES
      *    Ce traitement passe en fin de chaîne de nuit, avant la
      *    synthèse OpsSummary. Il relit le fichier MASTCTL dans lequel
      *    chaque traitement de mise à jour de PET-MASTER ou de
      *    USER-MASTER (PetInfo, UsrMgmt, PetAging, PetArchive,
      *    PetArchRestore, PetJrnlReplay) a inscrit le nombre de fiches
      *    et le total de hachage des identifiants relevés avant et
      *    après son passage, et prouve pour chaque relevé de la nuit :
      *
      *    - que le traitement tombe juste : fiches à l'ouverture
      *      + ajouts - suppressions/purges + restaurations = fiches à
      *      la clôture ;
      *    - que la chaîne ne perd rien entre deux traitements : le
      *      nombre de fiches et le total de hachage à l'ouverture
      *      d'un traitement sont ceux de la clôture du traitement
      *      précédent sur le même maître.
      *
      *    Le premier relevé de la nuit est rapproché de la dernière
      *    clôture de la nuit précédente : l'écart couvre la journée,
      *    pendant laquelle la transaction PETO ne fait que réécrire
      *    des fiches sans en créer ni en supprimer, et doit donc être
      *    nul. Un rejeu du journal (PetJrnlReplay) repart d'une
      *    sauvegarde restaurée : sa suite n'est pas contrôlée.
      *
      *    Tout écart est imprimé sur le rapport d'équilibre BALRPT ;
      *    le traitement s'inscrit au fichier JOBLOG avec le nombre
      *    d'écarts et un code retour 08 dès qu'un écart est constaté,
      *    ce que la synthèse OpsSummary signale comme une exécution
      *    en échec. La date contrôlée est celle du jour, ou celle
      *    donnée par le PARM de la JCL (AAAAMMJJ) pour revoir une
      *    nuit passée.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetBalance.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Totaux de contrôle des fichiers maîtres, prolongés au fil
      *    des nuits par les traitements de mise à jour.
           SELECT MASTER-CTL-FILE ASSIGN TO "MASTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-CTL-STATUS.

      *    Rapport d'équilibre de la nuit.
           SELECT BAL-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-REPORT-STATUS.

      *    Fichier de contrôle d'exécution partagé par la chaîne de
      *    nuit, relu par la synthèse OpsSummary.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-CTL-FILE.
       01  MASTER-CTL-RECORD.
           COPY MasterCtl.

       FD  BAL-REPORT-FILE.
       01  BAL-REPORT-LINE PIC X(80).

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           COPY JobLog.

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-MASTER-CTL-EOF     PIC X VALUE 'N'.
               88 MASTER-CTL-EOF    VALUE 'Y'.
           05 WS-MASTER-CTL-STATUS  PIC XX.
               88 MASTER-CTL-OK     VALUE '00'.
           05 WS-BAL-REPORT-STATUS  PIC XX.
               88 BAL-REPORT-OK     VALUE '00'.
           05 WS-JOB-LOG-STATUS     PIC XX.
               88 JOB-LOG-OK        VALUE '00'.
               88 JOB-LOG-NO-FILE   VALUE '35'.

      *    Date et heure d'exécution, et date de la nuit contrôlée.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-BAL-DATE PIC 9(8).

      *    Dernière clôture connue de chaque fichier maître
      *    (1 = PET-MASTER, 2 = USER-MASTER), point de départ de la
      *    preuve de continuité du relevé suivant.
       01 WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 2 TIMES.
               10 WS-MST-FILE-NAME   PIC X(8).
               10 WS-MST-PREV-SW     PIC X.
                   88 MST-PREV-FOUND VALUE 'Y'.
               10 WS-MST-PREV-JOB    PIC X(8).
               10 WS-MST-PREV-DATE   PIC 9(8).
               10 WS-MST-PREV-COUNT  PIC 9(7).
               10 WS-MST-PREV-HASH   PIC 9(12).
       01 WS-MST-IDX PIC 9.

      *    Nombre de fiches attendu à la clôture d'après les
      *    mouvements déclarés.
       01 WS-EXPECTED-COUNT PIC S9(8).
       01 WS-EXPECTED-EDIT  PIC -------9.

      *    Compteurs de traitement pour la fin du rapport et
      *    l'inscription JOBLOG.
       01 WS-COUNTERS.
           05 WS-READ-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-NIGHT-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-BALANCED-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-OUT-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-BREAK-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-ANOMALY-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-REC-ANOMALY     PIC 9(2) VALUE ZERO.

      *    Ligne de détail d'un relevé : ouverture + ajouts
      *    - suppressions + restaurations = clôture.
       01 WS-DETAIL-LINE.
           05 WS-DT-JOB-NAME      PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 WS-DT-FILE-NAME     PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 WS-DT-OPEN-COUNT    PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE " +".
           05 WS-DT-ADD-COUNT     PIC ZZZZZ9.
           05 FILLER              PIC X(2)  VALUE " -".
           05 WS-DT-DELETE-COUNT  PIC ZZZZZ9.
           05 FILLER              PIC X(2)  VALUE " +".
           05 WS-DT-RESTORE-COUNT PIC ZZZZZ9.
           05 FILLER              PIC X(2)  VALUE " =".
           05 WS-DT-CLOSE-COUNT   PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-DT-FLAG          PIC X(20).

      *    Ligne de message sous un relevé (hachage, écarts).
       01 WS-REPORT-LINE.
           05 WS-RPT-JOB-NAME PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WS-RPT-MESSAGE  PIC X(70).

      *    PARM de la JCL EXEC qui lance ce lot : date de la nuit à
      *    contrôler (AAAAMMJJ). Reçu via PROCEDURE DIVISION USING,
      *    comme le fait une JCL réelle ; un PARM absent, non
      *    numérique ou postérieur au jour laisse la date du jour.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-BAL-DATE PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BALANCE-CTL-RECORD
               UNTIL MASTER-CTL-EOF
           PERFORM 9000-TERMINATE
           IF WS-ANOMALY-COUNT > ZERO
               STOP RUN RETURNING 8
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BAL-DATE
           IF LS-PARM-LENGTH >= 8
              AND LS-PARM-BAL-DATE NUMERIC
              AND LS-PARM-BAL-DATE <= WS-RUN-DATE
               MOVE LS-PARM-BAL-DATE TO WS-BAL-DATE
           END-IF
           MOVE "PETMAST" TO WS-MST-FILE-NAME (1)
           MOVE "USRMAST" TO WS-MST-FILE-NAME (2)
           MOVE 'N'       TO WS-MST-PREV-SW (1)
           MOVE 'N'       TO WS-MST-PREV-SW (2)
           OPEN INPUT MASTER-CTL-FILE
           IF NOT MASTER-CTL-OK
               DISPLAY "PETBALANCE - OUVERTURE MASTCTL IMPOSSIBLE - "
                   WS-MASTER-CTL-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT BAL-REPORT-FILE
           MOVE SPACES TO BAL-REPORT-LINE
           STRING "CONTROLE D'EQUILIBRE DES MAITRES - NUIT DU "
                  WS-BAL-DATE
               DELIMITED BY SIZE INTO BAL-REPORT-LINE
           END-STRING
           WRITE BAL-REPORT-LINE
           MOVE SPACES TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "LOT      FICHIER  OUVERT. AJOUTS   SUPPR.   REST."
               TO BAL-REPORT-LINE
           MOVE "CLOTURE" TO BAL-REPORT-LINE(52:7)
           WRITE BAL-REPORT-LINE
           PERFORM 2100-READ-CTL-RECORD.

      *    Les relevés antérieurs à la nuit contrôlée ne servent qu'à
      *    connaître la dernière clôture de chaque maître ; ceux de
      *    la nuit sont prouvés et imprimés ; les suivants (contrôle
      *    d'une nuit passée) sont ignorés.
       2000-BALANCE-CTL-RECORD.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN MCT-PET-MASTER
                   MOVE 1 TO WS-MST-IDX
               WHEN MCT-USER-MASTER
                   MOVE 2 TO WS-MST-IDX
               WHEN OTHER
                   MOVE 0 TO WS-MST-IDX
           END-EVALUATE
           EVALUATE TRUE
               WHEN MCT-RUN-DATE > WS-BAL-DATE
                   CONTINUE
               WHEN WS-MST-IDX = 0
                   IF MCT-RUN-DATE = WS-BAL-DATE
                       PERFORM 2500-REPORT-UNKNOWN-FILE
                   END-IF
               WHEN MCT-RUN-DATE = WS-BAL-DATE
                   PERFORM 2200-PROVE-NIGHT-RECORD
                   PERFORM 2800-KEEP-CLOSING-FIGURES
               WHEN OTHER
                   PERFORM 2800-KEEP-CLOSING-FIGURES
           END-EVALUATE
           PERFORM 2100-READ-CTL-RECORD.

       2100-READ-CTL-RECORD.
           READ MASTER-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-CTL-EOF
           END-READ.

      *    Prouve l'équilibre propre du relevé puis sa continuité avec
      *    la clôture précédente du même maître, et imprime le relevé
      *    suivi de ses écarts.
       2200-PROVE-NIGHT-RECORD.
           ADD 1 TO WS-NIGHT-COUNT
           MOVE ZERO TO WS-REC-ANOMALY
           MOVE MCT-JOB-NAME      TO WS-DT-JOB-NAME
           MOVE MCT-FILE-NAME     TO WS-DT-FILE-NAME
           MOVE MCT-OPEN-COUNT    TO WS-DT-OPEN-COUNT
           MOVE MCT-ADD-COUNT     TO WS-DT-ADD-COUNT
           MOVE MCT-DELETE-COUNT  TO WS-DT-DELETE-COUNT
           MOVE MCT-RESTORE-COUNT TO WS-DT-RESTORE-COUNT
           MOVE MCT-CLOSE-COUNT   TO WS-DT-CLOSE-COUNT
           MOVE SPACES            TO WS-DT-FLAG
           COMPUTE WS-EXPECTED-COUNT = MCT-OPEN-COUNT
               + MCT-ADD-COUNT - MCT-DELETE-COUNT
               + MCT-RESTORE-COUNT
           IF WS-EXPECTED-COUNT NOT = MCT-CLOSE-COUNT
               MOVE "*** DESEQUILIBRE ***" TO WS-DT-FLAG
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-REC-ANOMALY
           END-IF
           WRITE BAL-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HACHAGE OUVERTURE: " MCT-OPEN-HASH
                  "  CLOTURE: " MCT-CLOSE-HASH
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           IF WS-DT-FLAG NOT = SPACES
               MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CLOTURE ATTENDUE " WS-EXPECTED-EDIT
                      " FICHES - CONSTATEE " MCT-CLOSE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           PERFORM 2300-PROVE-CONTINUITY
           IF WS-REC-ANOMALY = ZERO
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               ADD WS-REC-ANOMALY TO WS-ANOMALY-COUNT
           END-IF.

      *    L'ouverture d'un relevé doit reprendre exactement la
      *    clôture précédente du même maître, nombre de fiches et
      *    total de hachage. Un rejeu du journal repart d'une
      *    sauvegarde et n'est pas rapproché ; un premier relevé n'a
      *    pas de prédécesseur.
       2300-PROVE-CONTINUITY.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN MCT-JOB-NAME = "PETJRNLR"
                   MOVE "OUVERTURE SUR SAUVEGARDE - SUITE NON CONTROLEE"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN NOT MST-PREV-FOUND (WS-MST-IDX)
                   MOVE "PREMIER RELEVE DU MAITRE - SUITE NON CONTROLEE"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
               WHEN MCT-OPEN-COUNT = WS-MST-PREV-COUNT (WS-MST-IDX)
                AND MCT-OPEN-HASH = WS-MST-PREV-HASH (WS-MST-IDX)
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-REPORT-CHAIN-BREAK
           END-EVALUATE.

      *    Rupture de la chaîne : les fiches ont changé entre la
      *    clôture du traitement précédent et l'ouverture de celui-ci
      *    sans qu'aucun relevé n'en rende compte. Si la clôture
      *    précédente date d'une nuit antérieure, l'écart s'est
      *    produit pendant la journée.
       2400-REPORT-CHAIN-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-REC-ANOMALY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MST-PREV-DATE (WS-MST-IDX) < WS-BAL-DATE
               STRING "*** RUPTURE DEPUIS LA CLOTURE DE "
                      WS-MST-PREV-JOB (WS-MST-IDX)
                      " DU " WS-MST-PREV-DATE (WS-MST-IDX)
                      " (JOURNEE)"
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
           ELSE
               STRING "*** RUPTURE AVEC LA CLOTURE DE "
                      WS-MST-PREV-JOB (WS-MST-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRECEDENTE " WS-MST-PREV-COUNT (WS-MST-IDX)
                  "/" WS-MST-PREV-HASH (WS-MST-IDX)
                  " OUVERTURE " MCT-OPEN-COUNT
                  "/" MCT-OPEN-HASH
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE.

      *    Un relevé de la nuit portant sur un fichier inconnu ne peut
      *    être prouvé : il est signalé comme un écart.
       2500-REPORT-UNKNOWN-FILE.
           ADD 1 TO WS-NIGHT-COUNT
           ADD 1 TO WS-ANOMALY-COUNT
           MOVE MCT-JOB-NAME TO WS-RPT-JOB-NAME
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "*** RELEVE SUR UN FICHIER INCONNU: " MCT-FILE-NAME
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE.

      *    La clôture du relevé devient le point de départ du relevé
      *    suivant sur le même maître.
       2800-KEEP-CLOSING-FIGURES.
           MOVE 'Y'             TO WS-MST-PREV-SW (WS-MST-IDX)
           MOVE MCT-JOB-NAME    TO WS-MST-PREV-JOB (WS-MST-IDX)
           MOVE MCT-RUN-DATE    TO WS-MST-PREV-DATE (WS-MST-IDX)
           MOVE MCT-CLOSE-COUNT TO WS-MST-PREV-COUNT (WS-MST-IDX)
           MOVE MCT-CLOSE-HASH  TO WS-MST-PREV-HASH (WS-MST-IDX).

       2900-WRITE-REPORT-LINE.
           WRITE BAL-REPORT-LINE FROM WS-REPORT-LINE.

      *    Arrêt immédiat du traitement après l'échec d'ouverture du
      *    fichier MASTCTL : sans relevés il n'y a rien à prouver, et
      *    leur absence même est une anomalie de la chaîne de nuit.
       9900-ABORT.
           DISPLAY "PETBALANCE - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

      *    Une nuit sans aucun relevé est elle-même un écart : les
      *    traitements de mise à jour n'ont pas tourné ou ne se sont
      *    pas inscrits.
       9000-TERMINATE.
           IF WS-NIGHT-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "*** AUCUN RELEVE POUR LA NUIT CONTROLEE"
                   TO WS-RPT-MESSAGE
               PERFORM 2900-WRITE-REPORT-LINE
               ADD 1 TO WS-ANOMALY-COUNT
           END-IF
           MOVE SPACES TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE SPACES TO BAL-REPORT-LINE
           STRING "RELEVES: "      WS-NIGHT-COUNT
                  "  EQUILIBRES: " WS-BALANCED-COUNT
                  "  DESEQUIL.: "  WS-OUT-COUNT
                  "  RUPTURES: "   WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE
           END-STRING
           WRITE BAL-REPORT-LINE
           IF WS-ANOMALY-COUNT > ZERO
               MOVE "*** CHAINE DE NUIT HORS EQUILIBRE ***"
                   TO BAL-REPORT-LINE
           ELSE
               MOVE "CHAINE DE NUIT EQUILIBREE" TO BAL-REPORT-LINE
           END-IF
           WRITE BAL-REPORT-LINE
           PERFORM 9100-WRITE-JOB-LOG
           CLOSE MASTER-CTL-FILE
                 BAL-REPORT-FILE.

      *    Inscrit le traitement au fichier de contrôle d'exécution
      *    partagé (prolongé au fil de la nuit, créé au premier
      *    traitement qui s'inscrit). Un écart donne un code retour
      *    08, relevé par OpsSummary comme une exécution en échec.
       9100-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-NO-FILE
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-OK
               MOVE "PETBAL"          TO JOBLOG-JOB-NAME
               MOVE WS-RUN-DATE       TO JOBLOG-RUN-DATE
               MOVE WS-RUN-TIME       TO JOBLOG-RUN-TIME
               MOVE WS-NIGHT-COUNT    TO JOBLOG-IN-COUNT
               MOVE WS-BALANCED-COUNT TO JOBLOG-OUT-COUNT
               MOVE WS-ANOMALY-COUNT  TO JOBLOG-ERROR-COUNT
               IF WS-ANOMALY-COUNT > ZERO
                   MOVE 08            TO JOBLOG-RETURN-CODE
               ELSE
                   MOVE ZERO          TO JOBLOG-RETURN-CODE
               END-IF
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "PETBALANCE - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.
