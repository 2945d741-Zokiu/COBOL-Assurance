      *----------------------------------------------------------------
      * SINREC.CPY
      * Enregistrement du registre indexe des sinistres
      * (sinistres-idx.dat), tenu par AssurSin. La reserve est la
      * reserve restant a payer apres le dernier mouvement, le regle
      * le cumul des reglements du sinistre. Le statut (OUVERT,
      * CLOS, ROUVERT) suit le cycle de vie du sinistre ; la date de
      * cloture (AAAAMMJJ) est celle du reglement final, a zero tant
      * que le sinistre est ouvert ou apres une reouverture.
      *----------------------------------------------------------------
       01  SIN-ENREGISTREMENT.
           05 SIN-NUM-SINISTRE      PIC X(10).
           05 SIN-CODE-CONTRAT      PIC 9(08).
           05 SIN-DATE-SURVENANCE   PIC 9(08).
           05 SIN-RESERVE           PIC 9(09)v9(02).
           05 SIN-REGLE             PIC 9(09)v9(02).
           05 SIN-DEVISE            PIC X(03).
           05 SIN-RESERVE-EUR       PIC 9(09)v9(02).
           05 SIN-REGLE-EUR         PIC 9(09)v9(02).
           05 SIN-NOM-PRODUIT       PIC X(14).
           05 SIN-NOM-CLIENT        PIC X(41).
           05 SIN-STATUT            PIC X(08).
           05 SIN-DATE-CLOTURE      PIC 9(08).
