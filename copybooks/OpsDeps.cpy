      *    *************************************************************
      *    OPSDEPS - Enregistrement du fichier des dépendances de la
      *    chaîne de nuit, tenu à côté de OPSJOBS : un enregistrement
      *    par couple lot aval / lot prédécesseur. Le contrôle
      *    d'enchaînement OpsGate, passé juste avant un lot, relit les
      *    prédécesseurs qui y sont déclarés et retient le lot si l'un
      *    d'eux ne s'est pas inscrit au fichier JOBLOG de la nuit,
      *    a fini au-delà du code retour admis ou a rejeté une part
      *    trop forte de ses entrées. Ajouter ou retirer une
      *    dépendance se fait en modifiant ce fichier, sans
      *    recompilation.
      *    *************************************************************

      *    Lot aval, tel qu'il s'inscrit au fichier JOBLOG.
           05 OPSDEP-JOB-NAME PIC X(8).

      *    Lot prédécesseur qui doit s'être terminé avant lui.
           05 OPSDEP-PRED-NAME PIC X(8).

      *    Code retour le plus élevé admis pour le prédécesseur
      *    (00 = fin normale exigée).
           05 OPSDEP-MAX-RETURN-CODE PIC 9(2).

      *    Part de rejets admise, en pour cent des entrées lues
      *    (JOBLOG-ERROR-COUNT rapporté à JOBLOG-IN-COUNT) ; au-delà
      *    le lot aval est retenu. 100 laisse passer tout volume de
      *    rejets.
           05 OPSDEP-MAX-REJECT-PCT PIC 9(3).
