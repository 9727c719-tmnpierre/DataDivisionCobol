      *    *************************************************************
      *    PETRECALLLETTER - Enregistrement de lettre de rappel de lot
      *    du fichier RCLEXT produit par PetRecall pour la maison de
      *    routage, sur le modèle de MAILEXT : une lettre par
      *    propriétaire, portant son adresse postale reprise de
      *    USER-MASTER, le vaccin rappelé par le fabricant et la liste
      *    de ses animaux ayant reçu un lot rappelé, jusqu'à dix
      *    injections par lettre (une lettre supplémentaire est émise
      *    au-delà).
      *    *************************************************************

      *    Propriétaire destinataire (MASTER-ID et nom repris de
      *    USER-MASTER, qui fait foi pour le courrier).
           05 RCL-MASTER-ID         PIC X(5).
           05 RCL-MASTER-LAST-NAME  PIC X(16).
           05 RCL-MASTER-FIRST-NAME PIC X(16).

      *    Adresse postale du propriétaire.
           05 RCL-CITY   PIC X(24).
           05 RCL-STREET PIC X(24).

      *    Vaccin rappelé, tel que porté par MED-PRODUCT.
           05 RCL-PRODUCT PIC X(20).

      *    Nombre d'injections portées sur la lettre, puis une entrée
      *    par injection : animal, nom, date d'injection et lot.
           05 RCL-PET-COUNT PIC 9(2).
           05 RCL-PET-ENTRY OCCURS 10 TIMES.
               10 RCL-PET-ID.
                   15 RCL-PET-KEY    PIC XXX.
                   15 RCL-PET-NUMBER PIC 9(5).
               10 RCL-PET-NAME       PIC X(20).
               10 RCL-INJECTION-DATE PIC 9(8).
               10 RCL-LOT-NUMBER     PIC X(12).
