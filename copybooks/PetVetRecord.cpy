      *    *************************************************************
      *    PETVETRECORD - Enregistrement du fichier de référence des
      *    vétérinaires VETMAST, un enregistrement par praticien
      *    (vétérinaire du cabinet ou vétérinaire intervenant). Tenu
      *    par le lot de maintenance PetVetMaint ; toute référence
      *    MED-VET-REF portée par un acte versé ou corrigé par
      *    PetMedical doit y figurer avec le statut actif. Relu par
      *    le relevé mensuel d'activité PetVetStmt.
      *    *************************************************************

      *    Référence du vétérinaire, telle que portée sur les actes
      *    (MED-VET-REF). Sert de clé d'accès indexée.
           05 VET-REF PIC X(10).

      *    Nom et prénom du praticien.
           05 VET-NAME PIC X(30).

      *    Cabinet ou clinique d'exercice.
           05 VET-PRACTICE PIC X(30).

      *    Numéro ordinal d'inscription au tableau de l'Ordre des
      *    vétérinaires.
           05 VET-ORDINAL-NUMBER PIC 9(6).

      *    Statut : A = Actif, I = Inactif (praticien parti ou mis
      *    en sommeil). Un acte nommant un vétérinaire inactif est
      *    refusé par PetMedical ; la fiche reste pour l'historique.
           05 VET-STATUS PIC X.
               88 VET-ACTIVE   VALUE 'A'.
               88 VET-INACTIVE VALUE 'I'.
