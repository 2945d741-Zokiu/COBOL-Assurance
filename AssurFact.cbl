      *                 sans decimale (JPY) pour la contre-valeur EUR
      *                 des echeances, d'apres la reference des
      *                 devises devises-assurances.dat.
      * 2026-10-15  TD  Contrats resilies en cours de periode : plus
      *                 aucune echeance a partir de la date d'effet de
      *                 la resiliation, et ligne d'avoir (NumEcheance
      *                 AV, montants negatifs) a la date d'effet pour
      *                 la part facturee au-dela de la prime acquise,
      *                 reprise par ASSURENC (remboursement) et
      *                 ASSURCOM (extourne de commission). L'avoir est
      *                 deduit du mois de la date d'effet dans la
      *                 synthese.
      * 2026-10-15  TD  Les contrats SUSPENDU (suspension pour impaye
      *                 par ASSURREL) restent factures comme les
      *                 contrats ACTIF : la suspension ne fait pas
      *                 disparaitre les echeances dues, dont le
      *                 reglement conditionne la remise en vigueur.
      * 2026-10-15  TD  Taxe sur les primes d'assurance : le taux est
      *                 lu dans taux-taxe-assurances.dat selon la ligne
      *                 metier du produit (reference ASSURPRD), le pays
      *                 du client (pays-clients.dat, FR par defaut) et
      *                 la date d'echeance. L'extrait porte en colonnes
      *                 supplementaires la ligne metier, le pays, le
      *                 taux, la taxe et le montant TTC (devise et
      *                 EUR) que l'encaissement reclame au client ;
      *                 chaque ligne est reportee au registre
      *                 taxes-idx.dat relu par ASSURTAX.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-DEVISES.

      *Reference des produits (maintenue par ASSURPRD)
       SELECT FICHIER-PRODUITS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-PRD-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRD-CODE
       FILE STATUS IS WS-STATUT-PRODUITS.

      *Reference des taux de taxe sur les primes (ligne metier, pays)
       SELECT FICHIER-TAUX-TAXE ASSIGN
                       TO DYNAMIC WS-FICHIER-TAUX-TAXE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TAUX-TAXE.

      *Pays de residence des clients (identifiant client -> pays)
       SELECT FICHIER-PAYS ASSIGN TO DYNAMIC WS-FICHIER-PAYS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-PAYS.

      *Registre indexe de la taxe par echeance (relu par ASSURTAX)
       SELECT FICHIER-TAXES-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-TAXES-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TAX-CLE
       FILE STATUS IS WS-STATUT-TAXES.

      *Extrait de facturation destine au systeme d'encaissement
       SELECT FICHIER-FACTURATION ASSIGN
                       TO DYNAMIC WS-FICHIER-FACTURATION
       FD FICHIER-DEVISES.
           01 F-LIGNE-DEVISE           PIC X(20).

       FD FICHIER-PRODUITS-IDX.
      * COPY PRDREC.CPY fournit PRD-ENREGISTREMENT.
           COPY PRDREC.

       FD FICHIER-TAUX-TAXE.
           01 F-LIGNE-TAUX-TAXE        PIC X(80).

       FD FICHIER-PAYS.
           01 F-LIGNE-PAYS             PIC X(20).

       FD FICHIER-TAXES-IDX.
      * COPY TAXREC.CPY fournit TAX-ENREGISTREMENT.
           COPY TAXREC.

       FD FICHIER-FACTURATION.
           01 F-LIGNE-FACTURATION      PIC X(160).

       FD FICHIER-RESUME.
           01 F-LIGNE-RESUME           PIC X(80).
       77  WS-NB-LUS          PIC 9(5)   VALUE ZERO.
       77  WS-NB-CONTRATS     PIC 9(5)   VALUE ZERO.
       77  WS-NB-ECHEANCES    PIC 9(5)   VALUE ZERO.
       77  WS-NB-AVOIRS       PIC 9(5)   VALUE ZERO.
       77  WS-NB-SANS-TAUX    PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

           88 WS-DEVISE-CONNUE               VALUE "O".
           88 WS-DEVISE-INCONNUE             VALUE "N".

      *----------------------------------------------------------------
      * Reference des produits (copybook commun au lot Assurances) :
      * ligne metier du produit du contrat pour le taux de taxe
      *----------------------------------------------------------------
       COPY PRDTAB.

       01  WS-FICHIER-PRD-IDX        PIC X(60) VALUE
                                       "produits-idx.dat".
       77  WS-STATUT-PRODUITS        PIC X(2).

      *----------------------------------------------------------------
      * Taxe sur les primes d'assurance : taux par ligne metier et
      * pays du client, en pour cent, valables de la date de debut a
      * la date de fin incluses (fin a zero ou a blanc : sans limite)
      *----------------------------------------------------------------
       01  WS-TABLE-TAUX-TAXE.
           05 WS-TTX-ENTREE OCCURS 200 TIMES.
              10 WS-TTX-METIER        PIC X(12).
              10 WS-TTX-PAYS          PIC X(2).
              10 WS-TTX-TAUX          PIC 9(3)v9(3).
              10 WS-TTX-DATE-DEBUT    PIC 9(8).
              10 WS-TTX-DATE-FIN      PIC 9(8).

       77  WS-NB-TAUX-TAXE           PIC 9(3)  VALUE ZERO.
       77  WS-CPT-TAUX-TAXE          PIC 9(3)  VALUE ZERO.
       77  WS-NB-TTX-REJETES         PIC 9(5)  VALUE ZERO.
       77  WS-FIN-TAUX-TAXE          PIC X     VALUE "N".
       01  WS-TTX-ZONE-1             PIC X(20).
       01  WS-TTX-ZONE-2             PIC X(20).
       01  WS-TTX-ZONE-3             PIC X(20).
       01  WS-TTX-ZONE-4             PIC X(20).
       01  WS-TTX-ZONE-5             PIC X(20).
       01  WS-FICHIER-TAUX-TAXE      PIC X(60) VALUE
                                       "taux-taxe-assurances.dat".
       77  WS-STATUT-TAUX-TAXE       PIC X(2).

      *Pays de residence par identifiant client ; un client absent
      *(ou un contrat non rattache) est repute resident du pays par
      *defaut.
       01  WS-TABLE-PAYS-CLIENTS.
           05 WS-PAYS-ENTREE OCCURS 5000 TIMES.
              10 WS-PAYS-ID-CLIENT    PIC 9(6).
              10 WS-PAYS-CODE         PIC X(2).

       77  WS-NB-PAYS                PIC 9(4)  VALUE ZERO.
       77  WS-CPT-PAYS               PIC 9(4)  VALUE ZERO.
       77  WS-FIN-PAYS               PIC X     VALUE "N".
       01  WS-PAYS-ZONE-1            PIC X(10).
       01  WS-PAYS-ZONE-2            PIC X(10).
       01  WS-PAYS-DEFAUT            PIC X(2)  VALUE "FR".
       01  WS-FICHIER-PAYS           PIC X(60) VALUE
                                       "pays-clients.dat".
       77  WS-STATUT-PAYS            PIC X(2).

      *Contexte fiscal du contrat courant et taxe de la ligne
      *courante (montants en devise du contrat et en EUR).
       01  WS-METIER-CONTRAT         PIC X(12).
       01  WS-PAYS-CONTRAT           PIC X(2).
       77  WS-TAUX-TAXE              PIC 9(3)v9(3) VALUE ZERO.
       77  WS-TAXE-ECH               PIC 9(7)v9(2) VALUE ZERO.
       77  WS-TAXE-EUR-ECH           PIC 9(9)v9(2) VALUE ZERO.
       77  WS-TTC-ECH                PIC 9(8)v9(2) VALUE ZERO.
       77  WS-TTC-EUR-ECH            PIC 9(10)v9(2) VALUE ZERO.

       01  WS-SWITCH-TAUX-TAXE       PIC X   VALUE "N".
           88 WS-TAUX-TAXE-TROUVE            VALUE "O".
           88 WS-TAUX-TAXE-ABSENT            VALUE "N".

       01  WS-SWITCH-ALERTE-TAXE     PIC X   VALUE "N".
           88 WS-ALERTE-TAXE-FAITE           VALUE "O".
           88 WS-ALERTE-TAXE-A-FAIRE         VALUE "N".

       01  WS-FIN-PURGE              PIC X   VALUE "N".
       01  WS-FICHIER-TAXES-IDX      PIC X(60) VALUE
                                       "taxes-idx.dat".
       77  WS-STATUT-TAXES           PIC X(2).

      *----------------------------------------------------------------
      * Calcul de l'echeancier du contrat courant
      *----------------------------------------------------------------

       77  WS-JOUR-DEBUT             PIC 9(2)      VALUE ZERO.

      *----------------------------------------------------------------
      * Contrat resilie en cours de periode : date d'effet de la
      * resiliation, cumul facture et avoir de la part non acquise
      *----------------------------------------------------------------
       01  WS-SWITCH-RESILIE          PIC X    VALUE "N".
           88 WS-CONTRAT-RESILIE               VALUE "O".
           88 WS-CONTRAT-EN-COURS              VALUE "N".

       01  WS-SWITCH-LIGNE            PIC X    VALUE "E".
           88 WS-LIGNE-ECHEANCE                VALUE "E".
           88 WS-LIGNE-AVOIR                   VALUE "A".

       01  WS-DATE-RESILIATION.
           05 WS-RES-ANNEE           PIC 9(4).
           05 WS-RES-MOIS            PIC 9(2).
           05 WS-RES-JOUR            PIC 9(2).
       01  WS-DATE-RESILIATION-NUM REDEFINES WS-DATE-RESILIATION
                                     PIC 9(8).

       77  WS-MONTANT-FACTURE        PIC 9(7)v9(2) VALUE ZERO.
       77  WS-MONTANT-ACQUIS         PIC 9(7)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Synthese des montants factures par mois d'echeance
      *----------------------------------------------------------------
           05 WS-RESUME-ENTREE OCCURS 200 TIMES.
              10 WS-RESUME-MOIS       PIC 9(6).
              10 WS-RESUME-NB         PIC 9(5).
              10 WS-RESUME-EUR        PIC S9(12)v9(2).

       77  WS-NB-RESUME               PIC 9(3)  VALUE ZERO.
       77  WS-IDX-RESUME              PIC 9(3)  VALUE ZERO.
      *----------------------------------------------------------------
       77  WS-MONTANT-ECH-ED         PIC ZZZZZZ9.99.
       77  WS-MONTANT-EUR-ECH-ED     PIC ZZZZZZZZ9.99.
       77  WS-RESUME-EUR-ED          PIC -(11)9.99.
       77  WS-RESUME-NB-ED           PIC ZZZZ9.
       77  WS-TAUX-TAXE-ED           PIC ZZ9.999.
       77  WS-TAXE-ECH-ED            PIC ZZZZZZ9.99.
       77  WS-TAXE-EUR-ECH-ED        PIC ZZZZZZZZ9.99.
       77  WS-TTC-ECH-ED             PIC ZZZZZZZ9.99.
       77  WS-TTC-EUR-ECH-ED         PIC ZZZZZZZZZ9.99.


       PROCEDURE DIVISION.
       PERFORM 0050-CHARGEMENT-TAUX-DEBUT
          THRU 0050-CHARGEMENT-TAUX-FIN.

       PERFORM 0055-CHARGEMENT-PRODUITS-DEBUT
          THRU 0055-CHARGEMENT-PRODUITS-FIN.

       PERFORM 0060-CHARGEMENT-TAUX-TAXE-DEBUT
          THRU 0060-CHARGEMENT-TAUX-TAXE-FIN.

       PERFORM 0070-CHARGEMENT-PAYS-DEBUT
          THRU 0070-CHARGEMENT-PAYS-FIN.

       PERFORM 0100-FACTURATION-DEBUT
          THRU 0100-FACTURATION-FIN.

       EXIT.


      *-----------------------------------------------

       0055-CHARGEMENT-PRODUITS-DEBUT.

      *Chargement en memoire de la reference des produits maintenue
      *par ASSURPRD, pour la ligne metier de chaque produit. Sans
      *reference lisible, aucun taux de taxe ne peut etre trouve : la
      *facturation se poursuit, taxe a zero, avec avertissement.

       MOVE ZERO TO WS-NB-PRODUITS.
       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-PRODUITS-IDX.

       IF WS-STATUT-PRODUITS NOT = "00"
           DISPLAY "ATTENTION - reference des produits "
                   WS-FICHIER-PRD-IDX
                   " illisible (statut " WS-STATUT-PRODUITS
                   "), taxe sur les primes mise a zero."
           GO TO 0055-CHARGEMENT-PRODUITS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-PRODUITS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF WS-NB-PRODUITS < 200
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE PRD-CODE
                         TO WS-PROD-CODE(WS-NB-PRODUITS)
                       MOVE PRD-LIBELLE
                         TO WS-PROD-LIBELLE(WS-NB-PRODUITS)
                       MOVE PRD-FAMILLE
                         TO WS-PROD-FAMILLE(WS-NB-PRODUITS)
                       MOVE PRD-LIGNE-METIER
                         TO WS-PROD-METIER(WS-NB-PRODUITS)
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-PRODUITS-IDX.

      *Le maitre est relu ensuite avec le meme indicateur de fin.
       MOVE "N" TO WS-FIN-LECTURE.

       0055-CHARGEMENT-PRODUITS-FIN.
       EXIT.


      *-----------------------------------------------

       0060-CHARGEMENT-TAUX-TAXE-DEBUT.

      *Chargement en memoire de la reference des taux de taxe sur les
      *primes, une ligne LigneMetier,Pays,TauxPct,DateDebut,DateFin
      *par taux (dates AAAAMMJJ, fin a zero ou a blanc pour un taux
      *en vigueur sans limite). Une ligne dont le taux depasse 100 ou
      *dont la date de debut est illisible est ecartee avec
      *avertissement. Sans reference lisible, la taxe est mise a zero
      *comme les montants EUR sans taux de change.

       DISPLAY "Chargement des taux de taxe sur les primes :".
       MOVE ZERO TO WS-NB-TAUX-TAXE.
       MOVE "N" TO WS-FIN-TAUX-TAXE.

       OPEN INPUT FICHIER-TAUX-TAXE.

       IF WS-STATUT-TAUX-TAXE NOT = "00"
           DISPLAY "ATTENTION - reference des taux de taxe "
                   WS-FICHIER-TAUX-TAXE
                   " illisible (statut " WS-STATUT-TAUX-TAXE
                   "), taxe sur les primes mise a zero."
           GO TO 0060-CHARGEMENT-TAUX-TAXE-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-TAUX-TAXE = "Y"

           READ FICHIER-TAUX-TAXE
               AT END
                   MOVE "Y" TO WS-FIN-TAUX-TAXE
               NOT AT END
                   IF F-LIGNE-TAUX-TAXE(1:12) NOT = "LigneMetier,"
                      AND F-LIGNE-TAUX-TAXE NOT = SPACES
                       PERFORM 0065-LIGNE-TAUX-TAXE-DEBUT
                          THRU 0065-LIGNE-TAUX-TAXE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TAUX-TAXE.

       DISPLAY WS-NB-TAUX-TAXE " taux de taxe charge(s), "
               WS-NB-TTX-REJETES " ligne(s) ecartee(s).".

       0060-CHARGEMENT-TAUX-TAXE-FIN.
       EXIT.


      *-----------------------------------------------

       0065-LIGNE-TAUX-TAXE-DEBUT.

       MOVE SPACES TO WS-TTX-ZONE-1.
       MOVE SPACES TO WS-TTX-ZONE-2.
       MOVE SPACES TO WS-TTX-ZONE-3.
       MOVE SPACES TO WS-TTX-ZONE-4.
       MOVE SPACES TO WS-TTX-ZONE-5.

       UNSTRING F-LIGNE-TAUX-TAXE DELIMITED BY ","
           INTO WS-TTX-ZONE-1 WS-TTX-ZONE-2 WS-TTX-ZONE-3
                WS-TTX-ZONE-4 WS-TTX-ZONE-5
       END-UNSTRING.

       IF WS-TTX-ZONE-4(1:8) IS NOT NUMERIC
          OR (WS-TTX-ZONE-5 NOT = SPACES
              AND WS-TTX-ZONE-5(1:8) IS NOT NUMERIC
              AND WS-TTX-ZONE-5 NOT = "0")
          OR FUNCTION NUMVAL(WS-TTX-ZONE-3) > 100
          OR WS-NB-TAUX-TAXE NOT < 200
           ADD 1 TO WS-NB-TTX-REJETES
           DISPLAY "ATTENTION - ligne de taux de taxe ecartee : "
                   F-LIGNE-TAUX-TAXE
           GO TO 0065-LIGNE-TAUX-TAXE-FIN
       END-IF.

       ADD 1 TO WS-NB-TAUX-TAXE.
       MOVE WS-TTX-ZONE-1(1:12) TO WS-TTX-METIER(WS-NB-TAUX-TAXE).
       MOVE WS-TTX-ZONE-2(1:2)  TO WS-TTX-PAYS(WS-NB-TAUX-TAXE).
       MOVE FUNCTION NUMVAL(WS-TTX-ZONE-3)
         TO WS-TTX-TAUX(WS-NB-TAUX-TAXE).
       MOVE WS-TTX-ZONE-4(1:8)  TO WS-TTX-DATE-DEBUT(WS-NB-TAUX-TAXE).

      *Une fin a zero ou a blanc vaut sans limite.
       IF WS-TTX-ZONE-5(1:8) IS NUMERIC
          AND WS-TTX-ZONE-5(1:8) NOT = ZERO
           MOVE WS-TTX-ZONE-5(1:8) TO WS-TTX-DATE-FIN(WS-NB-TAUX-TAXE)
       ELSE
           MOVE 99999999 TO WS-TTX-DATE-FIN(WS-NB-TAUX-TAXE)
       END-IF.

       0065-LIGNE-TAUX-TAXE-FIN.
       EXIT.


      *-----------------------------------------------

       0070-CHARGEMENT-PAYS-DEBUT.

      *Chargement en memoire du pays de residence des clients, une
      *ligne IdClient,Pays par client (identifiant du referentiel
      *ASSURCLI, code pays ISO sur deux lettres). Sans fichier
      *lisible, tous les clients sont reputes residents du pays par
      *defaut.

       MOVE ZERO TO WS-NB-PAYS.
       MOVE "N" TO WS-FIN-PAYS.

       OPEN INPUT FICHIER-PAYS.

       IF WS-STATUT-PAYS NOT = "00"
           DISPLAY "ATTENTION - fichier des pays clients "
                   WS-FICHIER-PAYS
                   " illisible (statut " WS-STATUT-PAYS
                   "), pays " WS-PAYS-DEFAUT " pour tous les clients."
           GO TO 0070-CHARGEMENT-PAYS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-PAYS = "Y"

           READ FICHIER-PAYS
               AT END
                   MOVE "Y" TO WS-FIN-PAYS
               NOT AT END
                   IF F-LIGNE-PAYS(1:9) NOT = "IdClient,"
                      AND F-LIGNE-PAYS NOT = SPACES
                      AND WS-NB-PAYS < 5000
                       MOVE SPACES TO WS-PAYS-ZONE-1
                       MOVE SPACES TO WS-PAYS-ZONE-2
                       UNSTRING F-LIGNE-PAYS DELIMITED BY ","
                           INTO WS-PAYS-ZONE-1 WS-PAYS-ZONE-2
                       END-UNSTRING
                       ADD 1 TO WS-NB-PAYS
                       MOVE FUNCTION NUMVAL(WS-PAYS-ZONE-1)
                         TO WS-PAYS-ID-CLIENT(WS-NB-PAYS)
                       MOVE WS-PAYS-ZONE-2(1:2)
                         TO WS-PAYS-CODE(WS-NB-PAYS)
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-PAYS.

       0070-CHARGEMENT-PAYS-FIN.
       EXIT.


      *-----------------------------------------------

       0100-FACTURATION-DEBUT.

      *Parcours sequentiel du fichier maitre : chaque contrat ACTIF
      *produit son echeancier dans l'extrait de facturation, de meme
      *qu'un contrat RESILIE portant une date d'effet de resiliation
      *(echeancier arrete a cette date, suivi de son avoir).

       OPEN INPUT FICHIER-ASSURANCE-IDX.

           GO TO 0100-FACTURATION-FIN
       END-IF.

      *Registre de la taxe par echeance, cree vide a la premiere
      *execution.

       OPEN I-O FICHIER-TAXES-IDX.

       IF WS-STATUT-TAXES = "35"
           OPEN OUTPUT FICHIER-TAXES-IDX
           CLOSE FICHIER-TAXES-IDX
           OPEN I-O FICHIER-TAXES-IDX
       END-IF.

       OPEN OUTPUT FICHIER-FACTURATION.

       MOVE SPACES TO F-LIGNE-FACTURATION.
       STRING "CodeContrat,Echeance,NumEcheance,Montant,Devise,"
              "MontantEUR,LigneMetier,Pays,TauxTaxe,Taxe,TaxeEUR,"
              "MontantTTC,MontantTTCEUR"
           INTO F-LIGNE-FACTURATION.
       WRITE F-LIGNE-FACTURATION.

               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF IDX-STATUT = "ACTIF   "
                      OR IDX-STATUT = "SUSPENDU"
                      OR (IDX-STATUT = "RESILIE "
                          AND IDX-DATE-RESILIATION NOT = SPACES)
                       ADD 1 TO WS-NB-CONTRATS
                       PERFORM 0200-ECHEANCIER-CONTRAT-DEBUT
                          THRU 0200-ECHEANCIER-CONTRAT-FIN
       END-PERFORM.

       CLOSE FICHIER-FACTURATION.
       CLOSE FICHIER-TAXES-IDX.
       CLOSE FICHIER-ASSURANCE-IDX.

       DISPLAY "Fin de la facturation - " WS-NB-CONTRATS
               " contrat(s), " WS-NB-ECHEANCES " echeance(s), "
               WS-NB-AVOIRS " avoir(s).".

       IF WS-NB-SANS-TAUX NOT = ZERO
           DISPLAY "ATTENTION - " WS-NB-SANS-TAUX
                   " ligne(s) facturee(s) sans taux de taxe "
                   "(taxe a zero)."
       END-IF.

       0100-FACTURATION-FIN.
       EXIT.
       MOVE IDX-DATE-FIN(6:2)   TO WS-FINC-MOIS.
       MOVE IDX-DATE-FIN(9:2)   TO WS-FINC-JOUR.

       SET WS-LIGNE-ECHEANCE TO TRUE.
       MOVE ZERO TO WS-MONTANT-FACTURE.

       IF IDX-STATUT = "RESILIE "
           SET WS-CONTRAT-RESILIE TO TRUE
           MOVE IDX-DATE-RESILIATION(1:4) TO WS-RES-ANNEE
           MOVE IDX-DATE-RESILIATION(6:2) TO WS-RES-MOIS
           MOVE IDX-DATE-RESILIATION(9:2) TO WS-RES-JOUR
       ELSE
           SET WS-CONTRAT-EN-COURS TO TRUE
       END-IF.

       PERFORM 0205-CONTEXTE-TAXE-DEBUT
          THRU 0205-CONTEXTE-TAXE-FIN.

       PERFORM 0210-PURGE-TAXES-DEBUT
          THRU 0210-PURGE-TAXES-FIN.

      *Nombre d'echeances reellement datees entre debut et fin

       MOVE ZERO TO WS-NB-ECH-CONTRAT.
           IDX-MONTANT -
           (WS-MONTANT-ECHEANCE * (WS-NB-ECH-CONTRAT - 1)).

      *Generation des lignes d'echeance. Le decoupage reste celui de
      *la periode entiere (les echeances deja facturees ne changent
      *pas) ; pour un contrat resilie, aucune echeance n'est plus
      *datee a partir de la date d'effet de la resiliation.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-ECH-ANNEE.
       MOVE IDX-DATE-DEBUT(6:2) TO WS-ECH-MOIS.

       PERFORM VARYING WS-CPT-ECHEANCE FROM 1 BY 1
               UNTIL WS-CPT-ECHEANCE > WS-NB-ECH-CONTRAT
                  OR (WS-CONTRAT-RESILIE
                      AND WS-DATE-ECHEANCE-NUM >=
                          WS-DATE-RESILIATION-NUM)

           IF WS-CPT-ECHEANCE = WS-NB-ECH-CONTRAT
               MOVE WS-MONTANT-DERNIERE TO WS-MONTANT-COURANT
           PERFORM 0230-CONVERSION-DEVISE-DEBUT
              THRU 0230-CONVERSION-DEVISE-FIN

           PERFORM 0235-CALCUL-TAXE-DEBUT
              THRU 0235-CALCUL-TAXE-FIN

           PERFORM 0240-ECRITURE-ECHEANCE-DEBUT
              THRU 0240-ECRITURE-ECHEANCE-FIN

           PERFORM 0250-CUMUL-RESUME-DEBUT
              THRU 0250-CUMUL-RESUME-FIN

           ADD WS-MONTANT-COURANT TO WS-MONTANT-FACTURE

           PERFORM 0220-DATE-SUIVANTE-DEBUT
              THRU 0220-DATE-SUIVANTE-FIN

       END-PERFORM.

       IF WS-CONTRAT-RESILIE
           PERFORM 0260-AVOIR-RESILIATION-DEBUT
              THRU 0260-AVOIR-RESILIATION-FIN
       END-IF.

       0200-ECHEANCIER-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0205-CONTEXTE-TAXE-DEBUT.

      *Ligne metier du produit du contrat (INCONNUE hors reference)
      *et pays de residence de son client (pays par defaut pour un
      *contrat non rattache ou un client absent du fichier des pays),
      *qui determinent le taux de taxe de chaque echeance.

       MOVE "INCONNUE" TO WS-METIER-CONTRAT.

       PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
               UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
           IF WS-PROD-LIBELLE(WS-CPT-PRODUIT) = IDX-NOM-PRODUIT
               MOVE WS-PROD-METIER(WS-CPT-PRODUIT)
                 TO WS-METIER-CONTRAT
           END-IF
       END-PERFORM.

       MOVE WS-PAYS-DEFAUT TO WS-PAYS-CONTRAT.

       IF IDX-ID-CLIENT NOT = ZERO
           PERFORM VARYING WS-CPT-PAYS FROM 1 BY 1
                   UNTIL WS-CPT-PAYS > WS-NB-PAYS
               IF WS-PAYS-ID-CLIENT(WS-CPT-PAYS) = IDX-ID-CLIENT
                   MOVE WS-PAYS-CODE(WS-CPT-PAYS) TO WS-PAYS-CONTRAT
               END-IF
           END-PERFORM
       END-IF.

      *L'absence de taux n'est signalee qu'une fois par contrat.
       SET WS-ALERTE-TAXE-A-FAIRE TO TRUE.

       0205-CONTEXTE-TAXE-FIN.
       EXIT.


      *-----------------------------------------------

       0210-PURGE-TAXES-DEBUT.

      *Les lignes du registre de la taxe datees a partir du debut de
      *la periode du contrat sont supprimees avant d'etre recalculees
      *avec l'echeancier : une echeance disparue (resiliation) ne
      *reste pas declaree. Les lignes des periodes precedentes d'un
      *contrat renouvele sont conservees pour les declarations deja
      *faites. La date d'echeance courante est encore la date de
      *debut du contrat.

       MOVE IDX-CODE-CONTRAT     TO TAX-CODE-CONTRAT.
       MOVE WS-DATE-ECHEANCE-NUM TO TAX-DATE-ECHEANCE.
       MOVE LOW-VALUE            TO TAX-TYPE.
       MOVE "N" TO WS-FIN-PURGE.

       START FICHIER-TAXES-IDX KEY IS NOT < TAX-CLE
           INVALID KEY
               MOVE "Y" TO WS-FIN-PURGE
       END-START.

       PERFORM UNTIL WS-FIN-PURGE = "Y"

           READ FICHIER-TAXES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-PURGE
               NOT AT END
                   IF TAX-CODE-CONTRAT NOT = IDX-CODE-CONTRAT
                       MOVE "Y" TO WS-FIN-PURGE
                   ELSE
                       DELETE FICHIER-TAXES-IDX RECORD
                       END-DELETE
                   END-IF
           END-READ

       END-PERFORM.

       0210-PURGE-TAXES-FIN.
       EXIT.


      *-----------------------------------------------

       0220-DATE-SUIVANTE-DEBUT.

      *-----------------------------------------------

       0235-CALCUL-TAXE-DEBUT.

      *Taxe sur les primes de la ligne courante : taux de la ligne
      *metier et du pays du contrat en vigueur a la date d'echeance
      *(pour un avoir, a la date d'effet de la resiliation), applique
      *au montant hors taxe en devise et a sa contre-valeur EUR,
      *arrondi au centime. Sans taux, la taxe est nulle et la ligne
      *comptee parmi les lignes sans taux.

       SET WS-TAUX-TAXE-ABSENT TO TRUE.
       MOVE ZERO TO WS-TAUX-TAXE.

       PERFORM VARYING WS-CPT-TAUX-TAXE FROM 1 BY 1
               UNTIL WS-CPT-TAUX-TAXE > WS-NB-TAUX-TAXE
                  OR WS-TAUX-TAXE-TROUVE
           IF WS-TTX-METIER(WS-CPT-TAUX-TAXE) = WS-METIER-CONTRAT
              AND WS-TTX-PAYS(WS-CPT-TAUX-TAXE) = WS-PAYS-CONTRAT
              AND WS-TTX-DATE-DEBUT(WS-CPT-TAUX-TAXE) <=
                  WS-DATE-ECHEANCE-NUM
              AND WS-TTX-DATE-FIN(WS-CPT-TAUX-TAXE) >=
                  WS-DATE-ECHEANCE-NUM
               MOVE WS-TTX-TAUX(WS-CPT-TAUX-TAXE) TO WS-TAUX-TAXE
               SET WS-TAUX-TAXE-TROUVE TO TRUE
           END-IF
       END-PERFORM.

       IF WS-TAUX-TAXE-ABSENT
           ADD 1 TO WS-NB-SANS-TAUX
           IF WS-ALERTE-TAXE-A-FAIRE
               DISPLAY "ATTENTION - pas de taux de taxe pour "
                       WS-METIER-CONTRAT " / " WS-PAYS-CONTRAT
                       " au " WS-DATE-ECHEANCE-NUM
                       " (contrat " IDX-CODE-CONTRAT ")"
               SET WS-ALERTE-TAXE-FAITE TO TRUE
           END-IF
       END-IF.

       COMPUTE WS-TAXE-ECH ROUNDED =
           WS-MONTANT-COURANT * WS-TAUX-TAXE / 100.

       COMPUTE WS-TAXE-EUR-ECH ROUNDED =
           WS-MONTANT-EUR-ECH * WS-TAUX-TAXE / 100.

       COMPUTE WS-TTC-ECH = WS-MONTANT-COURANT + WS-TAXE-ECH.
       COMPUTE WS-TTC-EUR-ECH = WS-MONTANT-EUR-ECH + WS-TAXE-EUR-ECH.

       0235-CALCUL-TAXE-FIN.
       EXIT.


      *-----------------------------------------------

       0240-ECRITURE-ECHEANCE-DEBUT.

       MOVE WS-MONTANT-COURANT  TO WS-MONTANT-ECH-ED.
       MOVE WS-MONTANT-EUR-ECH  TO WS-MONTANT-EUR-ECH-ED.
       MOVE WS-TAUX-TAXE        TO WS-TAUX-TAXE-ED.
       MOVE WS-TAXE-ECH         TO WS-TAXE-ECH-ED.
       MOVE WS-TAXE-EUR-ECH     TO WS-TAXE-EUR-ECH-ED.
       MOVE WS-TTC-ECH          TO WS-TTC-ECH-ED.
       MOVE WS-TTC-EUR-ECH      TO WS-TTC-EUR-ECH-ED.

       MOVE SPACES TO F-LIGNE-FACTURATION.

      *Une ligne d'avoir porte AV en numero d'echeance et ses montants
      *en negatif. Les colonnes de la taxe suivent les six colonnes
      *historiques, que les lecteurs existants de l'extrait
      *continuent de lire seules.

       IF WS-LIGNE-AVOIR
           ADD 1 TO WS-NB-AVOIRS
           STRING
               IDX-CODE-CONTRAT                    ","
               WS-ECH-ANNEE "-" WS-ECH-MOIS "-" WS-ECH-JOUR ","
               "AV"                                ","
               "-" FUNCTION TRIM(WS-MONTANT-ECH-ED) ","
               FUNCTION TRIM(IDX-DEVISE)           ","
               "-" FUNCTION TRIM(WS-MONTANT-EUR-ECH-ED) ","
               FUNCTION TRIM(WS-METIER-CONTRAT)    ","
               WS-PAYS-CONTRAT                     ","
               FUNCTION TRIM(WS-TAUX-TAXE-ED)      ","
               "-" FUNCTION TRIM(WS-TAXE-ECH-ED)   ","
               "-" FUNCTION TRIM(WS-TAXE-EUR-ECH-ED) ","
               "-" FUNCTION TRIM(WS-TTC-ECH-ED)    ","
               "-" FUNCTION TRIM(WS-TTC-EUR-ECH-ED)
           INTO F-LIGNE-FACTURATION
       ELSE
           ADD 1 TO WS-NB-ECHEANCES
           STRING
               IDX-CODE-CONTRAT                    ","
               WS-ECH-ANNEE "-" WS-ECH-MOIS "-" WS-ECH-JOUR ","
               WS-CPT-ECHEANCE                     ","
               FUNCTION TRIM(WS-MONTANT-ECH-ED)    ","
               FUNCTION TRIM(IDX-DEVISE)           ","
               FUNCTION TRIM(WS-MONTANT-EUR-ECH-ED) ","
               FUNCTION TRIM(WS-METIER-CONTRAT)    ","
               WS-PAYS-CONTRAT                     ","
               FUNCTION TRIM(WS-TAUX-TAXE-ED)      ","
               FUNCTION TRIM(WS-TAXE-ECH-ED)       ","
               FUNCTION TRIM(WS-TAXE-EUR-ECH-ED)   ","
               FUNCTION TRIM(WS-TTC-ECH-ED)        ","
               FUNCTION TRIM(WS-TTC-EUR-ECH-ED)
           INTO F-LIGNE-FACTURATION
       END-IF.

       WRITE F-LIGNE-FACTURATION.

       PERFORM 0245-REGISTRE-TAXE-DEBUT
          THRU 0245-REGISTRE-TAXE-FIN.

       0240-ECRITURE-ECHEANCE-FIN.
       EXIT.


      *-----------------------------------------------

       0245-REGISTRE-TAXE-DEBUT.

      *Report de la ligne facturee au registre de la taxe (creation,
      *ou remplacement d'une ligne de meme cle), montants d'un avoir
      *en negatif comme dans l'extrait.

       MOVE IDX-CODE-CONTRAT     TO TAX-CODE-CONTRAT.
       MOVE WS-DATE-ECHEANCE-NUM TO TAX-DATE-ECHEANCE.
       MOVE WS-METIER-CONTRAT    TO TAX-LIGNE-METIER.
       MOVE WS-PAYS-CONTRAT      TO TAX-PAYS.
       MOVE WS-TAUX-TAXE         TO TAX-TAUX.
       MOVE WS-SWITCH-TAUX-TAXE  TO TAX-SWITCH-TAUX.
       MOVE IDX-DEVISE(1:3)      TO TAX-DEVISE.
       MOVE WS-DATE-JOUR         TO TAX-DATE-CALCUL.

       IF WS-LIGNE-AVOIR
           MOVE "A"  TO TAX-TYPE
           MOVE "AV" TO TAX-NUM-ECHEANCE
           COMPUTE TAX-MONTANT-HT   = ZERO - WS-MONTANT-COURANT
           COMPUTE TAX-MONTANT-TAXE = ZERO - WS-TAXE-ECH
           COMPUTE TAX-HT-EUR       = ZERO - WS-MONTANT-EUR-ECH
           COMPUTE TAX-TAXE-EUR     = ZERO - WS-TAXE-EUR-ECH
       ELSE
           MOVE "E"                TO TAX-TYPE
           MOVE WS-CPT-ECHEANCE    TO TAX-NUM-ECHEANCE
           MOVE WS-MONTANT-COURANT TO TAX-MONTANT-HT
           MOVE WS-TAXE-ECH        TO TAX-MONTANT-TAXE
           MOVE WS-MONTANT-EUR-ECH TO TAX-HT-EUR
           MOVE WS-TAXE-EUR-ECH    TO TAX-TAXE-EUR
       END-IF.

       WRITE TAX-ENREGISTREMENT
           INVALID KEY
               REWRITE TAX-ENREGISTREMENT
       END-WRITE.

       0245-REGISTRE-TAXE-FIN.
       EXIT.


      *-----------------------------------------------

       0250-CUMUL-RESUME-DEBUT.

       IF WS-IDX-RESUME NOT = ZERO
           ADD 1 TO WS-RESUME-NB(WS-IDX-RESUME)
           IF WS-LIGNE-AVOIR
               SUBTRACT WS-MONTANT-EUR-ECH
                   FROM WS-RESUME-EUR(WS-IDX-RESUME)
           ELSE
               ADD WS-MONTANT-EUR-ECH TO WS-RESUME-EUR(WS-IDX-RESUME)
           END-IF
       END-IF.

       0250-CUMUL-RESUME-FIN.
       EXIT.


      *-----------------------------------------------

       0260-AVOIR-RESILIATION-DEBUT.

      *Avoir de resiliation : la prime acquise est la prime du contrat
      *moins la prime non acquise calculee par ASSURMAJ a la date
      *d'effet ; ce qui a ete facture au-dela est rendu au client par
      *une ligne d'avoir datee du jour d'effet. Rien n'est emis quand
      *les echeances facturees ne depassent pas la prime acquise.

       IF IDX-PRIME-RESTITUEE > IDX-MONTANT
           MOVE ZERO TO WS-MONTANT-ACQUIS
       ELSE
           COMPUTE WS-MONTANT-ACQUIS =
               IDX-MONTANT - IDX-PRIME-RESTITUEE
       END-IF.

       IF WS-MONTANT-FACTURE <= WS-MONTANT-ACQUIS
           GO TO 0260-AVOIR-RESILIATION-FIN
       END-IF.

       COMPUTE WS-MONTANT-COURANT =
           WS-MONTANT-FACTURE - WS-MONTANT-ACQUIS.

       MOVE WS-DATE-RESILIATION-NUM TO WS-DATE-ECHEANCE-NUM.
       SET WS-LIGNE-AVOIR TO TRUE.

       PERFORM 0230-CONVERSION-DEVISE-DEBUT
          THRU 0230-CONVERSION-DEVISE-FIN.

       PERFORM 0235-CALCUL-TAXE-DEBUT
          THRU 0235-CALCUL-TAXE-FIN.

       PERFORM 0240-ECRITURE-ECHEANCE-DEBUT
          THRU 0240-ECRITURE-ECHEANCE-FIN.

       PERFORM 0250-CUMUL-RESUME-DEBUT
          THRU 0250-CUMUL-RESUME-FIN.

       SET WS-LIGNE-ECHEANCE TO TRUE.

       0260-AVOIR-RESILIATION-FIN.
       EXIT.


      *-----------------------------------------------

       0400-RESUME-DEBUT.
       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *de la facturation : contrats parcourus, contrats factures,
      *echeances produites et, en rejets, lignes facturees sans taux
      *de taxe.

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE WS-NB-LUS             TO JRN-NB-LUES.
       MOVE WS-NB-CONTRATS        TO JRN-NB-TABLE.
       MOVE WS-NB-ECHEANCES       TO JRN-NB-ECRITES.
       MOVE WS-NB-SANS-TAUX       TO JRN-NB-REJETS.
       MOVE ZERO                  TO JRN-NB-PERDUES.

       OPEN EXTEND FICHIER-JOURNAL.
