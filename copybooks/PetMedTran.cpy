
      *    Date de la prochaine échéance (AAAAMMJJ), zéro si aucune.
           05 TRAN-MED-NEXT-DUE-DATE PIC 9(8).

      *    Numéro de lot du vaccin et date de péremption du lot
      *    (AAAAMMJJ), obligatoires pour une vaccination (VAC) :
      *    une injection datée après la péremption du lot est
      *    refusée. Ignorés pour les autres types d'acte.
           05 TRAN-MED-LOT-NUMBER      PIC X(12).
           05 TRAN-MED-LOT-EXPIRY-DATE PIC 9(8).
