           05 MED-STATUS PIC X.
               88 MED-EVENT-ACTIVE VALUES 'A', ' '.
               88 MED-EVENT-VOIDED VALUE 'V'.

      *    Numéro de lot du vaccin administré et date de péremption
      *    du lot (AAAAMMJJ), portés sur les vaccinations (VAC) pour
      *    retrouver les animaux concernés par un rappel de lot du
      *    fabricant (PetRecall). Blanc et zéro pour les autres actes
      *    et pour les vaccinations versées avant l'introduction des
      *    champs.
           05 MED-LOT-NUMBER      PIC X(12).
           05 MED-LOT-EXPIRY-DATE PIC 9(8).
