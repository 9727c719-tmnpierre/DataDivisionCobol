      *    *************************************************************
      *    PETVETTRAN - Enregistrement de transaction pour la mise à
      *    jour du fichier de référence des vétérinaires VETMAST
      *    (ajout / modification / mise en sommeil d'un praticien).
      *    *************************************************************

      *    Numéro de séquence de la transaction dans le fichier de
      *    transactions.
           05 TRAN-SEQ-NUM PIC 9(6).

      *    Code de transaction : A = Ajout, C = Changement,
      *    D = Mise en sommeil (statut I posé, la fiche est gardée).
           05 TRAN-CODE PIC X.
               88 TRAN-ADD    VALUE 'A'.
               88 TRAN-CHANGE VALUE 'C'.
               88 TRAN-DELETE VALUE 'D'.

      *    Référence du vétérinaire visé.
           05 TRAN-VET-REF PIC X(10).

      *    Nom et prénom du praticien.
           05 TRAN-VET-NAME PIC X(30).

      *    Cabinet ou clinique d'exercice.
           05 TRAN-VET-PRACTICE PIC X(30).

      *    Numéro ordinal à l'Ordre des vétérinaires.
           05 TRAN-VET-ORDINAL-NUMBER PIC 9(6).

      *    Statut à poser (A/I), ignoré par une transaction D.
           05 TRAN-VET-STATUS PIC X.
