           05 JOBLOG-OUT-COUNT   PIC 9(6).
           05 JOBLOG-ERROR-COUNT PIC 9(6).

      *    Code retour du traitement (00 = fin normale). Le code 90
      *    est réservé au contrôle d'enchaînement OpsGate, qui inscrit
      *    sous le nom du lot aval un lot retenu faute d'un
      *    prédécesseur terminé correctement.
           05 JOBLOG-RETURN-CODE PIC 9(2).
               88 JOBLOG-HELD VALUE 90.
