      *    *************************************************************
      *    OWNERCREDIT - Enregistrement du fichier des avoirs non
      *    imputés OWNCRED, un enregistrement par propriétaire ayant
      *    versé plus qu'il ne pouvait être imputé sur ses créances
      *    (trop-perçu, ou reliquat d'un règlement partiel trop
      *    faible pour solder une créance entière). Indexé sur le
      *    MASTER-ID ; tenu par le lot d'imputation PetCashApply, qui
      *    reprend l'avoir en tête du règlement suivant du même
      *    propriétaire.
      *    *************************************************************

      *    Clé d'accès : propriétaire (USER-ID de USER-MASTER).
           05 CRD-MASTER-ID PIC X(5).

      *    Avoir non imputé, en euros et centimes.
           05 CRD-BALANCE PIC 9(7)V99.

      *    Date du dernier mouvement de l'avoir (AAAAMMJJ).
           05 CRD-LAST-MOVE-DATE PIC 9(8).
