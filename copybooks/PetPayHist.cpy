      *    *************************************************************
      *    PETPAYHIST - Enregistrement de l'historique des
      *    encaissements PAYHIST, un enregistrement par règlement
      *    comptabilisé par le lot d'imputation PetCashApply. Indexé
      *    sur la clé composée propriétaire + date de comptabilisation
      *    + numéro de séquence de la transaction, et sur la clé
      *    alternative payeur + date de réception + référence du
      *    règlement : un règlement ressaisi ou repassé, le même jour
      *    ou plus tard, retombe sur celui déjà comptabilisé au lieu
      *    d'être encaissé deux fois.
      *    Relu par le relevé de compte mensuel PetStatement pour les
      *    règlements du mois et le solde d'ouverture.
      *    *************************************************************

      *    Clé d'accès : propriétaire, date de comptabilisation
      *    (AAAAMMJJ, date d'exécution du lot) et séquence.
           05 PAY-KEY.
               10 PAY-MASTER-ID PIC X(5).
               10 PAY-POST-DATE PIC 9(8).
               10 PAY-SEQ-NUM   PIC 9(6).

      *    Clé alternative (avec doublons) : le payeur, repris de
      *    PAY-MASTER-ID, la date de réception du règlement
      *    (AAAAMMJJ) et sa référence (chèque, carte, remise).
           05 PAY-RECEIPT-KEY.
               10 PAY-PAYER-ID  PIC X(5).
               10 PAY-DATE      PIC 9(8).
               10 PAY-REFERENCE PIC X(12).

      *    Moyen de règlement (C/B/V), repris de la transaction.
           05 PAY-METHOD PIC X.

      *    Facture désignée par le règlement (zéro si aucune).
           05 PAY-INVOICE-DATE PIC 9(8).

      *    Montant reçu, et part imputée sur les créances ; l'écart
      *    est allé à l'avoir du propriétaire ou l'a entamé.
           05 PAY-AMOUNT         PIC 9(5)V99.
           05 PAY-APPLIED-AMOUNT PIC 9(7)V99.
