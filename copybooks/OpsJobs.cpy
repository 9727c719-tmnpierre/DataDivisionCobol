           05 OPSJOB-TYPE PIC X.
               88 OPSJOB-UPDATE VALUE 'U'.
               88 OPSJOB-RECON  VALUE 'R'.

      *    Calendrier du lot : D = chaque nuit (blanc vaut D),
      *    W = une nuit par semaine, M = une nuit par mois. Le jour
      *    prévu est le jour de la semaine (1 = lundi ... 7 =
      *    dimanche) pour un lot hebdomadaire, le quantième du mois
      *    pour un lot mensuel ; un quantième au-delà de la fin du
      *    mois vaut le dernier jour du mois. Les nuits hors
      *    calendrier, un lot absent n'est pas signalé.
           05 OPSJOB-FREQUENCY PIC X.
               88 OPSJOB-DAILY   VALUES 'D', ' '.
               88 OPSJOB-WEEKLY  VALUE 'W'.
               88 OPSJOB-MONTHLY VALUE 'M'.
           05 OPSJOB-RUN-DAY PIC 9(2).

      *    Surveillance de la hausse des anomalies : Y = le nombre
      *    d'anomalies du lot est comparé à celui de sa dernière
      *    exécution connue dans RUNHIST, et toute hausse est
      *    signalée (contrôle d'intégrité hebdomadaire PETINTG par
      *    exemple) ; blanc ou N = pas de comparaison.
           05 OPSJOB-RISE-WATCH PIC X.
               88 OPSJOB-WATCH-RISE VALUE 'Y'.
