      *----------------------------------------------------------------
      * PPNREC.CPY
      * Ligne de l'historique cumulatif de la provision pour primes
      * non acquises (historique-ppna.dat) : la provision par famille
      * de produits et par devise de chaque calcul, datee de la date
      * comptable du calcul. Ecrit et relu par AssurPpna pour la
      * variation d'un mois sur l'autre.
      *----------------------------------------------------------------
       01  PPN-LIGNE.
           05 PPN-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 PPN-FAMILLE           PIC X(12).
           05 FILLER                PIC X(01).
           05 PPN-DEVISE            PIC X(03).
           05 FILLER                PIC X(01).
           05 PPN-NB-CONTRATS       PIC 9(05).
           05 FILLER                PIC X(01).
           05 PPN-MONTANT           PIC 9(12)v9(02).
           05 FILLER                PIC X(01).
           05 PPN-MONTANT-EUR       PIC 9(12)v9(02).
