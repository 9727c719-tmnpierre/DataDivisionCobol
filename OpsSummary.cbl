      *    résultats du jour sont de plus reportés dans le fichier
      *    d'historique des exécutions RUNHIST, clé date + lot, dont
      *    l'état de tendance OpsTrend tire ses moyennes.
      *
      *    Un lot que le contrôle d'enchaînement OpsGate a empêché de
      *    partir faute d'un prédécesseur correct y est inscrit avec
      *    le code retour 90 : il est signalé comme retenu, et non
      *    comme non terminé.
      *
      *    OPSJOBS porte aussi le calendrier de chaque lot
      *    (quotidien, hebdomadaire, mensuel) : un lot absent une nuit
      *    où il n'est pas prévu n'est pas signalé. Pour un lot sous
      *    surveillance de hausse, le nombre d'anomalies de la nuit
      *    est comparé à celui de sa dernière exécution dans RUNHIST
      *    et toute hausse est signalée.
      *    *************************************************************

       IDENTIFICATION DIVISION.
           05 WS-RUN-HIST-STATUS    PIC XX.
               88 RUN-HIST-OK       VALUE '00'.
               88 RUN-HIST-NO-FILE  VALUE '35'.
           05 WS-RUN-HIST-EOF       PIC X VALUE 'N'.
               88 RUN-HIST-EOF      VALUE 'Y'.

      *    Date d'exécution : seules les inscriptions du jour sont
      *    retenues, le fichier JOBLOG étant prolongé de nuit en
      *    nuit. Le jour de la semaine (1 = lundi) et le dernier
      *    jour du mois servent au calendrier des lots hebdomadaires
      *    et mensuels.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).
       01 WS-RUN-WEEKDAY PIC 9.
       01 WS-MONTH-LAST-DAY PIC 9(2).
       01 WS-SCHEDULED-DAY  PIC 9(2).
       01 WS-LEAP-QUOTIENT  PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).

      *    Nombre de jours de chaque mois (février porté à 29 les
      *    années bissextiles).
       01 WS-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

      *    Seuil d'alerte des lots de réconciliation (orphelins,
      *    écarts LOOF) : un nombre d'anomalies au-delà du seuil est
      *    Table des lots attendus de la chaîne de nuit, chargée du
      *    fichier de contrôle OPSJOBS. Le type distingue les lots de
      *    mise à jour (U : toute erreur est signalée) des
      *    réconciliations (R : seuil d'alerte). Le calendrier dit si
      *    le lot est attendu cette nuit ; la surveillance de hausse
      *    compare ses anomalies à sa dernière exécution. Vingt lots
      *    au plus ; au-delà, les enregistrements excédentaires sont
      *    signalés et ignorés.
       01 WS-EXPECTED-JOB-COUNT PIC 9(2) VALUE ZERO.
       01 WS-EXPECTED-JOBS-TABLE.
           05 WS-EXPECTED-JOB OCCURS 20 TIMES INDEXED BY JOB-IDX.
               10 WS-EXP-JOB-TYPE PIC X.
                   88 EXP-JOB-UPDATE VALUE 'U'.
                   88 EXP-JOB-RECON  VALUE 'R'.
               10 WS-EXP-FREQUENCY PIC X.
                   88 EXP-JOB-DAILY   VALUES 'D', ' '.
                   88 EXP-JOB-WEEKLY  VALUE 'W'.
                   88 EXP-JOB-MONTHLY VALUE 'M'.
               10 WS-EXP-RUN-DAY PIC 9(2).
               10 WS-EXP-SCHEDULED-SW PIC X.
                   88 EXP-JOB-SCHEDULED VALUE 'Y'.
               10 WS-EXP-RISE-WATCH PIC X.
                   88 EXP-WATCH-RISE VALUE 'Y'.

      *    Dernière inscription du jour relevée pour chaque lot
      *    attendu (un lot relancé dans la nuit écrase la
      *    précédente, y compris l'inscription d'un lot retenu par
      *    OpsGate puis relancé).
       01 WS-COLLECTED-JOBS.
           05 WS-COLLECTED-JOB OCCURS 20 TIMES.
               10 WS-COL-FOUND-SW    PIC X.
               10 WS-COL-OUT-COUNT   PIC 9(6).
               10 WS-COL-ERROR-COUNT PIC 9(6).
               10 WS-COL-RETURN-CODE PIC 9(2).
                   88 COL-JOB-HELD   VALUE 90.

      *    Dernière exécution connue dans RUNHIST, avant ce jour, de
      *    chaque lot sous surveillance de hausse des anomalies.
       01 WS-PREVIOUS-RUNS.
           05 WS-PREVIOUS-RUN OCCURS 20 TIMES.
               10 WS-PRV-FOUND-SW    PIC X.
                   88 PRV-RUN-FOUND  VALUE 'Y'.
               10 WS-PRV-RUN-DATE    PIC 9(8).
               10 WS-PRV-ERROR-COUNT PIC 9(6).
       01 WS-WATCH-COUNT PIC 9(2) VALUE ZERO.

      *    Compteur des signalements portés sur la page.
       01 WS-ALERT-COUNT PIC 9(3) VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-WEEKDAY FROM DAY-OF-WEEK
           PERFORM 1100-SET-MONTH-LAST-DAY
           IF LS-PARM-LENGTH >= 3
              AND LS-PARM-THRESHOLD NUMERIC
               MOVE LS-PARM-THRESHOLD TO WS-ALERT-THRESHOLD
           END-IF
           PERFORM 1200-LOAD-EXPECTED-JOBS
           IF WS-WATCH-COUNT > ZERO
               PERFORM 1300-LOAD-PREVIOUS-RUNS
           END-IF
           OPEN INPUT JOB-LOG-FILE
           IF NOT JOB-LOG-OK
               DISPLAY "OPSSUMMARY - OUVERTURE JOBLOG IMPOSSIBLE - "
           OPEN OUTPUT OPS-REPORT-FILE
           PERFORM 2100-READ-JOB-LOG.

      *    Dernier jour du mois en cours, pour les lots mensuels
      *    prévus un quantième que le mois n'atteint pas. Une année
      *    est bissextile si divisible par 4, sauf les siècles non
      *    divisibles par 400.
       1100-SET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS (WS-RUN-MM) TO WS-MONTH-LAST-DAY
           IF WS-RUN-MM = 2
               DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LAST-DAY
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-RUN-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Charge la table des lots attendus depuis le fichier de
      *    contrôle OPSJOBS. Un fichier absent ou vide est une
      *    anomalie d'exploitation : sans liste de lots la page ne
               SET JOB-IDX TO WS-EXPECTED-JOB-COUNT
               MOVE OPSJOB-NAME TO WS-EXP-JOB-NAME (JOB-IDX)
               MOVE OPSJOB-TYPE TO WS-EXP-JOB-TYPE (JOB-IDX)
               MOVE OPSJOB-FREQUENCY  TO WS-EXP-FREQUENCY (JOB-IDX)
               MOVE OPSJOB-RUN-DAY    TO WS-EXP-RUN-DAY (JOB-IDX)
               MOVE OPSJOB-RISE-WATCH TO WS-EXP-RISE-WATCH (JOB-IDX)
               MOVE 'N'         TO WS-COL-FOUND-SW (JOB-IDX)
               MOVE 'N'         TO WS-PRV-FOUND-SW (JOB-IDX)
               IF EXP-WATCH-RISE (JOB-IDX)
                   ADD 1 TO WS-WATCH-COUNT
               END-IF
               PERFORM 1230-SET-JOB-SCHEDULE
           END-IF
           PERFORM 1250-READ-OPS-JOB.

      *    Un lot quotidien est attendu chaque nuit ; un lot
      *    hebdomadaire le jour de semaine prévu ; un lot mensuel le
      *    quantième prévu, ramené au dernier jour des mois plus
      *    courts. Un calendrier inconnu est traité comme quotidien,
      *    pour qu'un lot mal déclaré reste surveillé.
       1230-SET-JOB-SCHEDULE.
           MOVE 'Y' TO WS-EXP-SCHEDULED-SW (JOB-IDX)
           EVALUATE TRUE
               WHEN EXP-JOB-WEEKLY (JOB-IDX)
                   IF WS-EXP-RUN-DAY (JOB-IDX) NOT = WS-RUN-WEEKDAY
                       MOVE 'N' TO WS-EXP-SCHEDULED-SW (JOB-IDX)
                   END-IF
               WHEN EXP-JOB-MONTHLY (JOB-IDX)
                   MOVE WS-EXP-RUN-DAY (JOB-IDX) TO WS-SCHEDULED-DAY
                   IF WS-SCHEDULED-DAY > WS-MONTH-LAST-DAY
                       MOVE WS-MONTH-LAST-DAY TO WS-SCHEDULED-DAY
                   END-IF
                   IF WS-SCHEDULED-DAY NOT = WS-RUN-DD
                       MOVE 'N' TO WS-EXP-SCHEDULED-SW (JOB-IDX)
                   END-IF
           END-EVALUATE.

       1250-READ-OPS-JOB.
           READ OPS-JOBS-FILE
               AT END
                   MOVE 'Y' TO WS-OPS-JOBS-EOF
           END-READ.

      *    Relève dans RUNHIST, lu dans l'ordre de la clé (date puis
      *    lot), la dernière exécution antérieure à ce jour de chaque
      *    lot sous surveillance de hausse. Un historique absent ou
      *    illisible laisse les lots sans point de comparaison ; la
      *    page n'en est pas moins imprimée.
       1300-LOAD-PREVIOUS-RUNS.
           OPEN INPUT RUN-HIST-FILE
           EVALUATE TRUE
               WHEN RUN-HIST-OK
                   PERFORM 1350-READ-RUN-HIST
                   PERFORM 1320-KEEP-PREVIOUS-RUN
                       UNTIL RUN-HIST-EOF
                   CLOSE RUN-HIST-FILE
               WHEN RUN-HIST-NO-FILE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPSSUMMARY - LECTURE RUNHIST IMPOSSIBLE - "
                       WS-RUN-HIST-STATUS
           END-EVALUATE.

       1320-KEEP-PREVIOUS-RUN.
           IF RH-RUN-DATE < WS-RUN-DATE
               PERFORM 1330-MATCH-PREVIOUS-RUN
                   VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-EXPECTED-JOB-COUNT
           END-IF
           PERFORM 1350-READ-RUN-HIST.

       1330-MATCH-PREVIOUS-RUN.
           IF RH-JOB-NAME = WS-EXP-JOB-NAME (JOB-IDX)
              AND EXP-WATCH-RISE (JOB-IDX)
               MOVE 'Y'            TO WS-PRV-FOUND-SW (JOB-IDX)
               MOVE RH-RUN-DATE    TO WS-PRV-RUN-DATE (JOB-IDX)
               MOVE RH-ERROR-COUNT TO WS-PRV-ERROR-COUNT (JOB-IDX)
           END-IF.

       1350-READ-RUN-HIST.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUN-HIST-EOF
           END-READ.

      *    Relève la dernière inscription du jour de chaque lot
      *    attendu ; les inscriptions des nuits précédentes et les
      *    lots hors table sont ignorés.
               MOVE ZERO TO WS-JL-IN-COUNT
               MOVE ZERO TO WS-JL-OUT-COUNT
               MOVE ZERO TO WS-JL-ERR-COUNT
               IF EXP-JOB-SCHEDULED (JOB-IDX)
                   MOVE "*** NON TERMINE ***" TO WS-JL-FLAG
                   ADD 1 TO WS-ALERT-COUNT
               ELSE
                   MOVE "NON PREVU CETTE NUIT" TO WS-JL-FLAG
               END-IF
           ELSE
               MOVE WS-COL-RUN-TIME (JOB-IDX)    TO WS-JL-RUN-TIME
               MOVE WS-COL-IN-COUNT (JOB-IDX)    TO WS-JL-IN-COUNT
               MOVE WS-COL-OUT-COUNT (JOB-IDX)   TO WS-JL-OUT-COUNT
               MOVE WS-COL-ERROR-COUNT (JOB-IDX) TO WS-JL-ERR-COUNT
               EVALUATE TRUE
                   WHEN COL-JOB-HELD (JOB-IDX)
                       MOVE "*** RETENU PAR OPSGATE ***" TO WS-JL-FLAG
                       ADD 1 TO WS-ALERT-COUNT
                   WHEN WS-COL-RETURN-CODE (JOB-IDX) > ZERO
                       MOVE "*** CODE RETOUR NON NUL ***"
                           TO WS-JL-FLAG
                       MOVE "*** ERREURS A EXAMINER ***"
                           TO WS-JL-FLAG
                       ADD 1 TO WS-ALERT-COUNT
                   WHEN EXP-WATCH-RISE (JOB-IDX)
                    AND PRV-RUN-FOUND (JOB-IDX)
                    AND WS-COL-ERROR-COUNT (JOB-IDX)
                        > WS-PRV-ERROR-COUNT (JOB-IDX)
                       MOVE "*** HAUSSE ANOMALIES ***" TO WS-JL-FLAG
                       ADD 1 TO WS-ALERT-COUNT
                   WHEN EXP-JOB-RECON (JOB-IDX)
                    AND WS-COL-ERROR-COUNT (JOB-IDX)
                        > WS-ALERT-THRESHOLD
                       ADD 1 TO WS-ALERT-COUNT
               END-EVALUATE
           END-IF
           WRITE OPS-REPORT-LINE FROM WS-JOB-LINE
           IF WS-JL-FLAG = "*** HAUSSE ANOMALIES ***"
               MOVE SPACES TO OPS-REPORT-LINE
               STRING "          EXECUTION PRECEDENTE DU "
                      WS-PRV-RUN-DATE (JOB-IDX) " - ANOMALIES: "
                      WS-PRV-ERROR-COUNT (JOB-IDX)
                   DELIMITED BY SIZE INTO OPS-REPORT-LINE
               END-STRING
               WRITE OPS-REPORT-LINE
           END-IF.

      *    Reporte la dernière inscription du jour de chaque lot
      *    terminé dans l'historique des exécutions RUNHIST, créé à
      *    la première exécution. Un lot retenu par OpsGate n'a pas
      *    tourné : ses compteurs (prédécesseurs contrôlés et en
      *    défaut) fausseraient les moyennes de OpsTrend, il n'est
      *    donc pas reporté. Une inscription déjà présente
      *    (synthèse relancée dans la matinée) est simplement
      *    réécrite. Un échec d'ouverture est signalé mais ne remet
      *    pas en cause la page déjà imprimée.

       4100-STORE-ONE-JOB.
           IF COL-JOB-FOUND (JOB-IDX)
              AND NOT COL-JOB-HELD (JOB-IDX)
               MOVE WS-RUN-DATE                  TO RH-RUN-DATE
               MOVE WS-EXP-JOB-NAME (JOB-IDX)    TO RH-JOB-NAME
               MOVE WS-COL-RUN-TIME (JOB-IDX)    TO RH-RUN-TIME
