      *    *************************************************************
      *    PROGRAMME DE CONTROLE D'ENCHAINEMENT DE LA CHAINE DE NUIT
      *    Ce traitement est passé comme étape de garde juste avant
      *    un lot de la chaîne de nuit, dont le nom (tel qu'il
      *    s'inscrit au fichier JOBLOG) est donné par le PARM de la
      *    JCL. Il relit dans le fichier des dépendances OPSDEPS les
      *    prédécesseurs déclarés pour ce lot, avec pour chacun le
      *    code retour le plus élevé admis et la part de rejets
      *    admise, puis relève au fichier JOBLOG la dernière
      *    inscription de la nuit de chaque prédécesseur.
      *
      *    Le lot est retenu si un prédécesseur :
      *    - ne s'est pas inscrit cette nuit (absent ou non terminé) ;
      *    - a lui-même été retenu par ce contrôle ;
      *    - a fini sur un code retour supérieur au maximum admis ;
      *    - a rejeté une part de ses entrées (JOBLOG-ERROR-COUNT
      *      rapporté à JOBLOG-IN-COUNT) supérieure à la part admise.
      *
      *    Chaque prédécesseur fait l'objet d'une ligne motivée sur le
      *    rapport GATERPT. Un lot retenu est de plus inscrit au
      *    fichier JOBLOG sous son propre nom avec le code retour 90,
      *    que la synthèse OpsSummary affiche comme retenu plutôt que
      *    non terminé, et l'étape finit sur le code retour 08 pour
      *    que la JCL n'exécute pas le lot. Un lot autorisé n'est pas
      *    inscrit : seule sa propre fin normale doit l'y porter.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsGate.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des dépendances de la chaîne de nuit, un couple
      *    lot aval / prédécesseur par enregistrement.
           SELECT OPS-DEPS-FILE ASSIGN TO "OPSDEPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-DEPS-STATUS.

      *    Fichier de contrôle d'exécution alimenté par les lots de
      *    la nuit : relu pour les prédécesseurs, prolongé pour un
      *    lot retenu.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

      *    Rapport du contrôle d'enchaînement.
           SELECT GATE-REPORT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPS-DEPS-FILE.
       01  OPS-DEPS-RECORD.
           COPY OpsDeps.

       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           COPY JobLog.

       FD  GATE-REPORT-FILE.
       01  GATE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-OPS-DEPS-EOF       PIC X VALUE 'N'.
               88 OPS-DEPS-EOF      VALUE 'Y'.
           05 WS-OPS-DEPS-STATUS    PIC XX.
               88 OPS-DEPS-OK       VALUE '00'.
           05 WS-JOB-LOG-EOF        PIC X VALUE 'N'.
               88 JOB-LOG-EOF       VALUE 'Y'.
           05 WS-JOB-LOG-STATUS     PIC XX.
               88 JOB-LOG-OK        VALUE '00'.
               88 JOB-LOG-NO-FILE   VALUE '35'.
           05 WS-GATE-REPORT-STATUS PIC XX.
               88 GATE-REPORT-OK    VALUE '00'.

      *    Date et heure d'exécution : seules les inscriptions du
      *    jour sont retenues, le fichier JOBLOG étant prolongé de
      *    nuit en nuit.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *    Lot à contrôler, reçu du PARM.
       01 WS-GATE-JOB-NAME PIC X(8) VALUE SPACES.

      *    Prédécesseurs déclarés pour le lot, chargés de OPSDEPS,
      *    avec la dernière inscription de la nuit relevée pour
      *    chacun. Dix prédécesseurs au plus ; au-delà, les
      *    déclarations excédentaires sont signalées et ignorées.
       01 WS-PRED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRED-TABLE.
           05 WS-PRED-ENTRY OCCURS 10 TIMES INDEXED BY PRED-IDX.
               10 WS-PRED-NAME          PIC X(8).
               10 WS-PRED-MAX-RC        PIC 9(2).
               10 WS-PRED-MAX-PCT       PIC 9(3).
               10 WS-PRED-FOUND-SW      PIC X.
                   88 PRED-FOUND        VALUE 'Y'.
               10 WS-PRED-RUN-TIME      PIC 9(6).
               10 WS-PRED-IN-COUNT      PIC 9(6).
               10 WS-PRED-ERROR-COUNT   PIC 9(6).
               10 WS-PRED-RETURN-CODE   PIC 9(2).
                   88 PRED-HELD         VALUE 90.

      *    Part de rejets du prédécesseur, en pour cent de ses
      *    entrées (arrondie à l'unité inférieure pour l'affichage),
      *    et produits de comparaison exacts au pour cent admis.
       01 WS-REJECT-PCT   PIC 9(5).
       01 WS-REJECT-WORK  PIC 9(9).
       01 WS-REJECT-LIMIT PIC 9(9).

      *    Compteurs de traitement.
       01 WS-COUNTERS.
           05 WS-HOLD-COUNT PIC 9(2) VALUE ZERO.

      *    Ligne motivée par prédécesseur.
       01 WS-REPORT-LINE.
           05 WS-RPT-PRED-NAME PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 WS-RPT-MESSAGE   PIC X(70).

      *    PARM de la JCL EXEC qui lance ce contrôle : nom du lot à
      *    contrôler sur 8 caractères (PARM='PETINFO' par exemple).
      *    Reçu via PROCEDURE DIVISION USING, comme le fait une JCL
      *    réelle ; le contrôle n'a pas de sens sans lui et s'arrête
      *    si le PARM est absent.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-JOB-NAME PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DEPENDENCIES
           PERFORM 3000-COLLECT-JOB-LOGS
           PERFORM 4000-CHECK-PREDECESSOR
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > WS-PRED-COUNT
           PERFORM 9000-TERMINATE
           IF WS-HOLD-COUNT > ZERO
               STOP RUN RETURNING 8
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF LS-PARM-LENGTH >= 1
               MOVE LS-PARM-JOB-NAME TO WS-GATE-JOB-NAME
           END-IF
           IF WS-GATE-JOB-NAME = SPACES
               DISPLAY "OPSGATE - PARM NOM DU LOT ABSENT"
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT OPS-DEPS-FILE
           IF NOT OPS-DEPS-OK
               DISPLAY "OPSGATE - OUVERTURE OPSDEPS IMPOSSIBLE - "
                   WS-OPS-DEPS-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT GATE-REPORT-FILE
           MOVE SPACES TO GATE-REPORT-LINE
           STRING "CONTROLE D'ENCHAINEMENT DU LOT " WS-GATE-JOB-NAME
                  " - NUIT DU " WS-RUN-DATE
               DELIMITED BY SIZE INTO GATE-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-LINE
           MOVE SPACES TO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE.

      *    Charge les prédécesseurs déclarés pour le lot contrôlé ;
      *    les déclarations des autres lots sont ignorées.
       2000-LOAD-DEPENDENCIES.
           PERFORM 2100-READ-OPS-DEP
           PERFORM 2200-LOAD-ONE-DEPENDENCY
               UNTIL OPS-DEPS-EOF
           CLOSE OPS-DEPS-FILE.

       2100-READ-OPS-DEP.
           READ OPS-DEPS-FILE
               AT END
                   MOVE 'Y' TO WS-OPS-DEPS-EOF
           END-READ.

       2200-LOAD-ONE-DEPENDENCY.
           IF OPSDEP-JOB-NAME = WS-GATE-JOB-NAME
               IF WS-PRED-COUNT = 10
                   DISPLAY "OPSGATE - OPSDEPS TRONQUE A 10 "
                       "PREDECESSEURS - " OPSDEP-PRED-NAME " IGNORE"
               ELSE
                   ADD 1 TO WS-PRED-COUNT
                   SET PRED-IDX TO WS-PRED-COUNT
                   MOVE OPSDEP-PRED-NAME TO WS-PRED-NAME (PRED-IDX)
                   MOVE OPSDEP-MAX-RETURN-CODE
                       TO WS-PRED-MAX-RC (PRED-IDX)
                   MOVE OPSDEP-MAX-REJECT-PCT
                       TO WS-PRED-MAX-PCT (PRED-IDX)
                   MOVE 'N' TO WS-PRED-FOUND-SW (PRED-IDX)
               END-IF
           END-IF
           PERFORM 2100-READ-OPS-DEP.

       2900-WRITE-REPORT-LINE.
           WRITE GATE-REPORT-LINE FROM WS-REPORT-LINE.

      *    Relève la dernière inscription du jour de chaque
      *    prédécesseur (un lot relancé dans la nuit écrase la
      *    précédente). Un fichier JOBLOG encore absent laisse tous
      *    les prédécesseurs non inscrits.
       3000-COLLECT-JOB-LOGS.
           IF WS-PRED-COUNT > ZERO
               OPEN INPUT JOB-LOG-FILE
               EVALUATE TRUE
                   WHEN JOB-LOG-OK
                       PERFORM 3100-READ-JOB-LOG
                       PERFORM 3200-MATCH-JOB-LOG
                           UNTIL JOB-LOG-EOF
                       CLOSE JOB-LOG-FILE
                   WHEN JOB-LOG-NO-FILE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPSGATE - OUVERTURE JOBLOG "
                           "IMPOSSIBLE - " WS-JOB-LOG-STATUS
                       PERFORM 9900-ABORT
               END-EVALUATE
           END-IF.

       3100-READ-JOB-LOG.
           READ JOB-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-JOB-LOG-EOF
           END-READ.

       3200-MATCH-JOB-LOG.
           IF JOBLOG-RUN-DATE = WS-RUN-DATE
               PERFORM 3300-MATCH-PREDECESSOR
                   VARYING PRED-IDX FROM 1 BY 1
                   UNTIL PRED-IDX > WS-PRED-COUNT
           END-IF
           PERFORM 3100-READ-JOB-LOG.

       3300-MATCH-PREDECESSOR.
           IF JOBLOG-JOB-NAME = WS-PRED-NAME (PRED-IDX)
               MOVE 'Y'                TO WS-PRED-FOUND-SW (PRED-IDX)
               MOVE JOBLOG-RUN-TIME    TO WS-PRED-RUN-TIME (PRED-IDX)
               MOVE JOBLOG-IN-COUNT    TO WS-PRED-IN-COUNT (PRED-IDX)
               MOVE JOBLOG-ERROR-COUNT
                   TO WS-PRED-ERROR-COUNT (PRED-IDX)
               MOVE JOBLOG-RETURN-CODE
                   TO WS-PRED-RETURN-CODE (PRED-IDX)
           END-IF.

      *    Juge un prédécesseur et imprime sa ligne motivée. La part
      *    de rejets est comparée sans division (rejets x 100 contre
      *    entrées x part admise) ; un lot sans entrées n'a pas de
      *    part de rejets.
       4000-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PRED-NAME (PRED-IDX) TO WS-RPT-PRED-NAME
           MOVE ZERO TO WS-REJECT-PCT
           MOVE ZERO TO WS-REJECT-WORK
           MOVE ZERO TO WS-REJECT-LIMIT
           IF PRED-FOUND (PRED-IDX)
              AND WS-PRED-IN-COUNT (PRED-IDX) > ZERO
               COMPUTE WS-REJECT-PCT =
                   WS-PRED-ERROR-COUNT (PRED-IDX) * 100
                   / WS-PRED-IN-COUNT (PRED-IDX)
               COMPUTE WS-REJECT-WORK =
                   WS-PRED-ERROR-COUNT (PRED-IDX) * 100
               COMPUTE WS-REJECT-LIMIT =
                   WS-PRED-IN-COUNT (PRED-IDX)
                   * WS-PRED-MAX-PCT (PRED-IDX)
           END-IF
           EVALUATE TRUE
               WHEN NOT PRED-FOUND (PRED-IDX)
                   MOVE "*** ABSENT DU JOBLOG DE LA NUIT (NON TERMINE)"
                       TO WS-RPT-MESSAGE
                   PERFORM 4100-HOLD-JOB
               WHEN PRED-HELD (PRED-IDX)
                   STRING "*** RETENU LUI-MEME PAR LE CONTROLE A "
                          WS-PRED-RUN-TIME (PRED-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 4100-HOLD-JOB
               WHEN WS-PRED-RETURN-CODE (PRED-IDX)
                    > WS-PRED-MAX-RC (PRED-IDX)
                   STRING "*** CODE RETOUR "
                          WS-PRED-RETURN-CODE (PRED-IDX)
                          " SUPERIEUR AU MAXIMUM ADMIS "
                          WS-PRED-MAX-RC (PRED-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 4100-HOLD-JOB
               WHEN WS-REJECT-WORK > WS-REJECT-LIMIT
                   STRING "*** REJETS " WS-REJECT-PCT
                          "% DES ENTREES ("
                          WS-PRED-ERROR-COUNT (PRED-IDX) "/"
                          WS-PRED-IN-COUNT (PRED-IDX)
                          ") - PART ADMISE "
                          WS-PRED-MAX-PCT (PRED-IDX) "%"
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 4100-HOLD-JOB
               WHEN OTHER
                   STRING "TERMINE A " WS-PRED-RUN-TIME (PRED-IDX)
                          " CODE RETOUR "
                          WS-PRED-RETURN-CODE (PRED-IDX)
                          " REJETS " WS-REJECT-PCT "% - CONFORME"
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-LINE.

      *    Un prédécesseur en défaut retient le lot ; le motif est
      *    aussi affiché au compte rendu d'exécution de l'étape.
       4100-HOLD-JOB.
           ADD 1 TO WS-HOLD-COUNT
           DISPLAY "OPSGATE - " WS-GATE-JOB-NAME " RETENU - "
               WS-RPT-PRED-NAME " " WS-RPT-MESSAGE.

      *    Arrêt immédiat du traitement sans PARM ou après l'échec
      *    d'ouverture du fichier des dépendances ou du fichier
      *    JOBLOG : sans eux le contrôle ne peut rien prouver, et
      *    l'étape en échec arrête la suite de la chaîne.
       9900-ABORT.
           DISPLAY "OPSGATE - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           IF WS-PRED-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "AUCUN PREDECESSEUR DECLARE DANS OPSDEPS"
                   TO WS-RPT-MESSAGE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           MOVE SPACES TO GATE-REPORT-LINE
           IF WS-HOLD-COUNT > ZERO
               STRING "*** LOT " WS-GATE-JOB-NAME " RETENU - "
                      WS-HOLD-COUNT " PREDECESSEUR(S) EN DEFAUT SUR "
                      WS-PRED-COUNT " ***"
                   DELIMITED BY SIZE INTO GATE-REPORT-LINE
               END-STRING
               WRITE GATE-REPORT-LINE
               PERFORM 9100-WRITE-JOB-LOG
           ELSE
               STRING "LOT " WS-GATE-JOB-NAME " AUTORISE - "
                      WS-PRED-COUNT " PREDECESSEUR(S) CONFORME(S)"
                   DELIMITED BY SIZE INTO GATE-REPORT-LINE
               END-STRING
               WRITE GATE-REPORT-LINE
           END-IF
           CLOSE GATE-REPORT-FILE.

      *    Inscrit le lot retenu au fichier de contrôle d'exécution
      *    partagé, sous son propre nom et avec le code retour 90 :
      *    entrées = prédécesseurs contrôlés, anomalies =
      *    prédécesseurs en défaut. La synthèse OpsSummary l'affiche
      *    comme retenu ; une relance du lot après correction
      *    l'inscrit de nouveau et efface ce signalement.
       9100-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-NO-FILE
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-OK
               MOVE WS-GATE-JOB-NAME TO JOBLOG-JOB-NAME
               MOVE WS-RUN-DATE      TO JOBLOG-RUN-DATE
               MOVE WS-RUN-TIME      TO JOBLOG-RUN-TIME
               MOVE WS-PRED-COUNT    TO JOBLOG-IN-COUNT
               MOVE ZERO             TO JOBLOG-OUT-COUNT
               MOVE WS-HOLD-COUNT    TO JOBLOG-ERROR-COUNT
               MOVE 90               TO JOBLOG-RETURN-CODE
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "OPSGATE - INSCRIPTION JOBLOG IMPOSSIBLE - "
                   WS-JOB-LOG-STATUS
           END-IF.
