      *    (barème complété après coup) retombe sur les créances déjà
      *    émises au lieu de les dédoubler. Relu par l'état de
      *    balance âgée PetRecvAging pour suivre les impayés ; le
      *    drapeau de règlement est posé à l'encaissement par le lot
      *    d'imputation des règlements PetCashApply.
      *    *************************************************************

      *    Clé d'accès : propriétaire facturé (MASTER-ID de la fiche
