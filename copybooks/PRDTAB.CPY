      * PRDTAB.CPY
      * Table des produits de reference, chargee en memoire depuis le
      * fichier indexe produits-idx.dat pour le controle des produits
      * des flux entrants et les regroupements par famille (la ligne
      * metier sert au taux de taxe sur les primes). Commun aux
      * programmes du lot Assurances.
      *----------------------------------------------------------------
       01  WS-TABLE-PRODUITS.
           05 WS-PROD-ENTREE OCCURS 200 TIMES.
              10 WS-PROD-CODE       PIC X(06).
              10 WS-PROD-LIBELLE    PIC X(14).
              10 WS-PROD-FAMILLE    PIC X(12).
              10 WS-PROD-METIER     PIC X(12).

       77  WS-NB-PRODUITS           PIC 9(03) VALUE ZERO.
       77  WS-CPT-PRODUIT           PIC 9(03) VALUE ZERO.
