      *----------------------------------------------------------------
      * TAXREC.CPY
      * Enregistrement du registre indexe de la taxe sur les primes
      * d'assurance (taxes-idx.dat) : une ligne par echeance ou avoir
      * facture, cle code contrat + date d'echeance + type (E
      * echeance, A avoir). AssurFact remplace a chaque execution
      * les lignes de la periode en cours des contrats qu'il
      * facture ; celles des periodes precedentes et des contrats
      * sortis de la facturation (expires) sont conservees pour les
      * declarations des trimestres passes. Les montants d'un avoir
      * sont negatifs ; une ligne sans taux de taxe en vigueur porte
      * un taux et une taxe a zero et l'indicateur a N (une
      * exoneration porte le taux zero et l'indicateur a O). Relu par
      * AssurTax pour la declaration trimestrielle.
      *----------------------------------------------------------------
       01  TAX-ENREGISTREMENT.
           05 TAX-CLE.
              10 TAX-CODE-CONTRAT   PIC 9(08).
              10 TAX-DATE-ECHEANCE  PIC 9(08).
              10 TAX-TYPE           PIC X(01).
           05 TAX-NUM-ECHEANCE      PIC X(02).
           05 TAX-LIGNE-METIER      PIC X(12).
           05 TAX-PAYS              PIC X(02).
           05 TAX-TAUX              PIC 9(03)v9(03).
           05 TAX-SWITCH-TAUX       PIC X(01).
              88 TAX-TAUX-TROUVE              VALUE "O".
              88 TAX-TAUX-ABSENT              VALUE "N".
           05 TAX-DEVISE            PIC X(03).
           05 TAX-MONTANT-HT        PIC S9(07)v9(02).
           05 TAX-MONTANT-TAXE      PIC S9(07)v9(02).
           05 TAX-HT-EUR            PIC S9(09)v9(02).
           05 TAX-TAXE-EUR          PIC S9(09)v9(02).
           05 TAX-DATE-CALCUL       PIC 9(08).
