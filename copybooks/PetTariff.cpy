      *    couple type d'acte / produit. Consulté par le lot de
      *    facturation mensuelle PetBilling pour valoriser chaque acte
      *    du fichier MED-EVENT ; un acte sans tarif est signalé en
      *    anomalie plutôt que facturé à zéro. Les nuits de pension
      *    du fichier PETBOARD sont valorisées par un tarif de nuitée
      *    par espèce : type d'acte BRD, produit = PET-KEY de
      *    l'animal, montant = prix d'une nuit.
      *    *************************************************************

      *    Clé d'accès : type d'acte (VAC/TRT/VIS) puis produit
      *    administré, repris tels quels de l'événement médical ;
      *    BRD puis PET-KEY pour le tarif de nuitée de pension.
           05 TARIFF-KEY.
               10 TARIFF-EVENT-TYPE PIC X(3).
               10 TARIFF-PRODUCT    PIC X(20).
