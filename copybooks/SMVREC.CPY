      *----------------------------------------------------------------
      * SMVREC.CPY
      * Ligne de l'historique cumulatif des mouvements de sinistres
      * (historique-sinistres.dat) : une ligne par mouvement accepte
      * par AssurSin, jamais ecrasee. Type de mouvement : OU
      * ouverture, AR ajustement de reserve, RP reglement partiel,
      * RF reglement final (cloture), RE reouverture. La reserve
      * avant et apres le mouvement et le montant regle sont portes
      * en devise du sinistre et en EUR ; le bordereau mensuel des
      * sinistres en est tire.
      *----------------------------------------------------------------
       01  SMV-LIGNE.
           05 SMV-DATE-MVT          PIC 9(08).
           05 FILLER                PIC X(01).
           05 SMV-NUM-SINISTRE      PIC X(10).
           05 FILLER                PIC X(01).
           05 SMV-CODE-CONTRAT      PIC 9(08).
           05 FILLER                PIC X(01).
           05 SMV-TYPE-MVT          PIC X(02).
           05 FILLER                PIC X(01).
           05 SMV-DEVISE            PIC X(03).
           05 FILLER                PIC X(01).
           05 SMV-RESERVE-AVANT     PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-RESERVE-APRES     PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-REGLEMENT         PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-RESERVE-AVANT-EUR PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-RESERVE-APRES-EUR PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-REGLEMENT-EUR     PIC 9(09)v9(02).
           05 FILLER                PIC X(01).
           05 SMV-STATUT-APRES      PIC X(08).
