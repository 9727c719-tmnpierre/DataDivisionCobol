      *    *************************************************************
      *    PETPAYTRAN - Enregistrement de transaction d'encaissement
      *    lu par le lot d'imputation des règlements PetCashApply,
      *    une ligne par règlement reçu d'un propriétaire (chèque,
      *    carte bancaire ou virement), saisie au comptoir ou reprise
      *    du relevé de remise de la banque.
      *    *************************************************************

      *    Numéro de séquence de la transaction dans le fichier de
      *    transactions.
           05 TRAN-SEQ-NUM PIC 9(6).

      *    Moyen de règlement : C = Chèque, B = Carte bancaire,
      *    V = Virement (remise bancaire).
           05 TRAN-CODE PIC X.
               88 TRAN-CHEQUE   VALUE 'C'.
               88 TRAN-CARD     VALUE 'B'.
               88 TRAN-TRANSFER VALUE 'V'.

      *    Propriétaire qui règle (MASTER-ID de la fiche animal,
      *    USER-ID de USER-MASTER).
           05 TRAN-PAY-MASTER-ID PIC X(5).

      *    Date de la facture réglée (AAAAMMJJ, RCV-INVOICE-DATE des
      *    créances) ; zéro quand le règlement ne désigne aucune
      *    facture, il est alors imputé sur toutes les créances
      *    impayées du propriétaire.
           05 TRAN-PAY-INVOICE-DATE PIC 9(8).

      *    Date de réception du règlement (AAAAMMJJ) ; zéro vaut la
      *    date d'exécution du lot.
           05 TRAN-PAY-DATE PIC 9(8).

      *    Montant reçu, en euros et centimes, chiffres cadrés à
      *    droite sans virgule (0012550 = 125,50).
           05 TRAN-PAY-AMOUNT PIC 9(5)V99.

      *    Référence du règlement : numéro de chèque, numéro
      *    d'autorisation carte ou référence de la remise bancaire.
           05 TRAN-PAY-REFERENCE PIC X(12).
