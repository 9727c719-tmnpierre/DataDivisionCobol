      *    *************************************************************
      *    MASTCTL - Enregistrement du fichier des totaux de contrôle
      *    des fichiers maîtres PET-MASTER et USER-MASTER. Chaque
      *    traitement qui ajoute, supprime ou restaure des fiches
      *    (PetInfo, UsrMgmt, PetAging, PetArchive, PetArchRestore,
      *    PetJrnlReplay) y ajoute, à sa fin normale, un
      *    enregistrement par fichier maître touché : nombre de fiches
      *    et total de hachage des identifiants relevés avant et après
      *    son passage, et mouvements posés entre les deux. Le contrôle
      *    d'équilibre PetBalance en tire la preuve que la chaîne de
      *    nuit n'a ni perdu ni doublé de fiche.
      *    *************************************************************

      *    Nom du traitement, tel qu'il s'inscrit au fichier JOBLOG.
           05 MCT-JOB-NAME PIC X(8).

      *    Date et heure de l'exécution.
           05 MCT-RUN-DATE PIC 9(8).
           05 MCT-RUN-TIME PIC 9(6).

      *    Fichier maître dont les totaux sont relevés.
           05 MCT-FILE-NAME PIC X(8).
               88 MCT-PET-MASTER  VALUE 'PETMAST'.
               88 MCT-USER-MASTER VALUE 'USRMAST'.

      *    Nombre de fiches et total de hachage à l'ouverture. Le total
      *    de hachage est la somme, sur toutes les fiches, des codes
      *    des caractères de l'identifiant (PET-ID ou USER-ID)
      *    pondérés par leur rang : deux fichiers de même nombre de
      *    fiches mais d'identifiants différents s'y distinguent.
           05 MCT-OPEN-COUNT PIC 9(7).
           05 MCT-OPEN-HASH  PIC 9(12).

      *    Mouvements posés par le traitement : fiches ajoutées,
      *    fiches supprimées ou purgées, fiches restaurées depuis
      *    l'archive.
           05 MCT-ADD-COUNT     PIC 9(7).
           05 MCT-DELETE-COUNT  PIC 9(7).
           05 MCT-RESTORE-COUNT PIC 9(7).

      *    Nombre de fiches et total de hachage à la clôture.
           05 MCT-CLOSE-COUNT PIC 9(7).
           05 MCT-CLOSE-HASH  PIC 9(12).
