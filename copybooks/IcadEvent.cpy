      *    *************************************************************
      *    ICADEVT - Enregistrement du fichier des événements
      *    sortant vers l'I-CAD (registre légal d'identification des
      *    carnivores domestiques), produit par PetIcadEvent : une
      *    déclaration de décès, de cession hors du chenil ou de
      *    changement de détenteur par animal pucé concerné, encadrée
      *    d'un en-tête et d'une fin comme l'extrait ICADDECL.
      *    *************************************************************

      *    Nature de l'événement déclaré : D = Décès, T = Cession
      *    hors du chenil (nouveau détenteur inconnu du chenil),
      *    C = Changement de détenteur entre clients du chenil.
           05 IEV-EVENT-TYPE PIC X.
               88 IEV-DEATH         VALUE 'D'.
               88 IEV-DEPARTURE     VALUE 'T'.
               88 IEV-HOLDER-CHANGE VALUE 'C'.

      *    Date de l'événement (AAAAMMJJ) : date du statut pour un
      *    décès ou une cession, date d'effet du transfert pour un
      *    changement de détenteur.
           05 IEV-EVENT-DATE PIC 9(8).

      *    Numéro de puce et animal concerné.
           05 IEV-CHIP-ID PIC X(15).
           05 IEV-PET-ID.
               10 IEV-PET-KEY    PIC XXX.
               10 IEV-PET-NUMBER PIC 9(5).
           05 IEV-PET-NAME PIC X(20).

      *    Détenteur sortant (dernier maître connu de l'animal).
           05 IEV-OLD-HOLDER-ID         PIC X(5).
           05 IEV-OLD-HOLDER-LAST-NAME  PIC X(16).
           05 IEV-OLD-HOLDER-FIRST-NAME PIC X(16).

      *    Nouveau détenteur, renseigné pour un changement de
      *    détenteur seulement (blanc pour un décès ou une cession).
           05 IEV-NEW-HOLDER-ID         PIC X(5).
           05 IEV-NEW-HOLDER-LAST-NAME  PIC X(16).
           05 IEV-NEW-HOLDER-FIRST-NAME PIC X(16).

           05 FILLER PIC X(4).
