      *    sortie ; zéro vaut la date d'exécution du lot. Ignorée par
      *    les entrées.
           05 TRAN-BRD-CHECKOUT-DATE PIC 9(8).

      *    Dérogation du responsable du chenil au contrôle des
      *    vaccinations d'une entrée : Y = entrée admise malgré une
      *    vaccination manquante ou échue avant la sortie prévue
      *    (l'écart reste porté au journal), blanc = contrôle
      *    bloquant. Ignorée par les sorties.
           05 TRAN-BRD-VACC-OVERRIDE PIC X.
               88 TRAN-BRD-OVERRIDE-OK VALUE 'Y'.
