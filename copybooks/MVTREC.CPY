      *----------------------------------------------------------------
      * MVTREC.CPY
      * Ligne de mouvement du fichier maitre au format d'entree
      * d'AssurMaj : code transaction (C creation, M modification,
      * R resiliation) puis image du contrat, dates AAAAMMJJ, montant
      * a deux decimales implicites. Utilise par les programmes qui
      * produisent des mouvements pour AssurMaj. L'identifiant de
      * l'operateur termine la ligne d'un mouvement saisi a l'ecran
      * (AssurSai) ; il reste a blanc pour un mouvement produit par
      * un traitement.
      *----------------------------------------------------------------
       01  MVT-LIGNE.
           05 MVT-CODE-MOUVEMENT    PIC X(01).
           05 FILLER                PIC X(01).
           05 MVT-CODE-CONTRAT      PIC 9(08).
           05 FILLER                PIC X(01).
           05 MVT-NOM-CONTRAT       PIC X(14).
           05 FILLER                PIC X(01).
           05 MVT-NOM-PRODUIT       PIC X(14).
           05 FILLER                PIC X(01).
           05 MVT-NOM-CLIENT        PIC X(41).
           05 FILLER                PIC X(01).
           05 MVT-STATUT            PIC X(08).
           05 FILLER                PIC X(01).
           05 MVT-DATE-DEBUT        PIC X(08).
           05 FILLER                PIC X(01).
           05 MVT-DATE-FIN          PIC X(08).
           05 FILLER                PIC X(01).
           05 MVT-MONTANT           PIC 9(07)v9(02).
           05 FILLER                PIC X(01).
           05 MVT-DEVISE            PIC X(03).
           05 FILLER                PIC X(01).
           05 MVT-CODE-INTERM       PIC X(06).
           05 FILLER                PIC X(01).
           05 MVT-OPERATEUR         PIC X(08).
