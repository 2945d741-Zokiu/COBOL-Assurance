      *                 fichier des contrats en arriere exploitable par
      *                 le recouvrement. Les paiements sans echeance
      *                 correspondante sont signales.
      * 2026-10-15  TD  Avoirs de resiliation de l'extrait de
      *                 facturation (NumEcheance AV, montants
      *                 negatifs) : un avoir non encore rembourse
      *                 s'impute sur les arrieres du contrat, tranches
      *                 les plus anciennes d'abord ; le solde non
      *                 impute est edite en section des avoirs a
      *                 rembourser. Un paiement negatif au fichier
      *                 retour est le remboursement d'un avoir. Les
      *                 contrats dont l'arriere est entierement couvert
      *                 par un avoir ne figurent plus aux arrieres.
      * 2026-10-15  TD  Nombre d'echeances impayees du contrat ajoute
      *                 en derniere colonne du fichier des arrieres,
      *                 pour les lettres de relance d'ASSURREL.
      * 2026-10-15  TD  Date comptable explicite DATE=AAAAMMJJ (toute
      *                 position de la ligne de commande), comme les
      *                 autres etapes de la chaine de fin de journee :
      *                 elle remplace la date systeme pour l'extrait
      *                 de facturation par defaut, le calcul des
      *                 retards et les noms des rapports.
      * 2026-10-15  TD  Taxe sur les primes : l'extrait de facturation
      *                 porte desormais le montant TTC reclame au
      *                 client (colonnes MontantTTC et MontantTTCEUR
      *                 d'ASSURFACT). Les paiements sont rapproches et
      *                 les arrieres cumules sur ce montant TTC ; un
      *                 extrait a six colonnes reste lu hors taxe.
      * 2026-10-15  TD  Etat du rapprochement : une ligne par echeance
      *                 ou avoir de l'extrait avec son indicateur de
      *                 rapprochement, dans rapprochement-assurances-
      *                 AAAAMMJJ.dat, pour le releve client d'ASSURRLV.
      * 2026-10-15  TD  Montant TTC d'une echeance et montant paye
      *                 portes a 8 chiffres entiers (9(8)v9(2)) et
      *                 contre-valeur EUR a 10, largeurs de l'extrait
      *                 d'ASSURFACT : une echeance TTC de 10 millions
      *                 ou plus n'est plus tronquee au rapprochement.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       SELECT FICHIER-ARRIERES ASSIGN TO DYNAMIC WS-FICHIER-ARRIERES
       ORGANIZATION IS LINE SEQUENTIAL.

      *Etat du rapprochement de chaque echeance, pour le releve client
       SELECT FICHIER-RAPPROCHEMENT ASSIGN
                       TO DYNAMIC WS-FICHIER-RAPPROCHEMENT
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD FICHIER-FACTURATION.
           01 F-LIGNE-FACTURATION      PIC X(160).

       FD FICHIER-PAIEMENTS.
           01 F-LIGNE-PAIEMENT         PIC X(80).
       FD FICHIER-ARRIERES.
           01 F-LIGNE-ARRIERE          PIC X(120).

       FD FICHIER-RAPPROCHEMENT.
           01 F-LIGNE-RAPPROCHEMENT    PIC X(80).

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.
       77  WS-NB-INCONNUS     PIC 9(5)   VALUE ZERO.
       77  WS-NB-IMPAYEES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-ECH-PERDUES  PIC 9(5)   VALUE ZERO.
       77  WS-NB-AVOIRS       PIC 9(5)   VALUE ZERO.
       77  WS-NB-AVOIRS-DUS   PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

           05 WS-ECH-ENTREE OCCURS 9999 TIMES.
              10 WS-ECH-CODE          PIC X(8).
              10 WS-ECH-DATE          PIC X(10).
              10 WS-ECH-MONTANT       PIC 9(8)v9(2).
              10 WS-ECH-DEVISE        PIC X(3).
              10 WS-ECH-EUR           PIC 9(10)v9(2).
              10 WS-ECH-PAYEE         PIC X.
              10 WS-ECH-TYPE          PIC X.
                 88 WS-ECH-EST-AVOIR          VALUE "A".
                 88 WS-ECH-EST-ECHEANCE       VALUE "E".

       77  WS-NB-ECHEANCES    PIC 9(4)   VALUE ZERO.
       77  WS-IDX-ECH         PIC 9(4)   VALUE ZERO.
              10 WS-ARR-EUR-90P       PIC 9(10)v9(2).
              10 WS-ARR-EUR-TOTAL     PIC 9(10)v9(2).
              10 WS-ARR-RETARD-MAX    PIC 9(5).
              10 WS-ARR-EUR-AVOIR     PIC 9(10)v9(2).
              10 WS-ARR-NB-ECHEANCES  PIC 9(4).

       77  WS-NB-ARRIERES     PIC 9(4)   VALUE ZERO.
       77  WS-IDX-ARR         PIC 9(4)   VALUE ZERO.
       01  WS-CSV-ZONE-4             PIC X(20).
       01  WS-CSV-ZONE-5             PIC X(20).
       01  WS-CSV-ZONE-6             PIC X(20).
       01  WS-CSV-ZONE-7             PIC X(20).
       01  WS-CSV-ZONE-8             PIC X(20).
       01  WS-CSV-ZONE-9             PIC X(20).
       01  WS-CSV-ZONE-10            PIC X(20).
       01  WS-CSV-ZONE-11            PIC X(20).
       01  WS-CSV-ZONE-12            PIC X(20).
       01  WS-CSV-ZONE-13            PIC X(20).

      *----------------------------------------------------------------
      * Paiement en cours de rapprochement
      *----------------------------------------------------------------
       01  WS-PAI-CODE               PIC X(8).
       01  WS-PAI-DATE               PIC X(10).
       77  WS-PAI-MONTANT            PIC 9(8)v9(2) VALUE ZERO.
       01  WS-PAI-TYPE               PIC X    VALUE "E".

      *----------------------------------------------------------------
      * Imputation des avoirs sur les arrieres du contrat
      *----------------------------------------------------------------
       77  WS-AVOIR-IMPUTE           PIC 9(10)v9(2) VALUE ZERO.
       77  WS-RESTE-IMPUTE           PIC 9(10)v9(2) VALUE ZERO.
       77  WS-PART-IMPUTEE           PIC 9(10)v9(2) VALUE ZERO.

       01  WS-SWITCH-PAI-TROUVE      PIC X   VALUE "N".
           88 WS-PAIEMENT-RAPPROCHE          VALUE "O".
      * defaut celui du jour) et fichier retour des paiements
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.
       01  WS-PARM-1                  PIC X(60).
       01  WS-PARM-2                  PIC X(60).

                                       "assurances-idx.dat".
       01  WS-FICHIER-IMPAYES         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-ARRIERES        PIC X(60) VALUE SPACES.
       01  WS-FICHIER-RAPPROCHEMENT   PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       77  WS-EUR-ED-4               PIC Z(9)9.99.
       77  WS-EUR-ED-5               PIC Z(9)9.99.
       77  WS-RETARD-ED              PIC ZZZZ9.
       77  WS-MONTANT-ECH-ED         PIC ZZZZZZZ9.99.


       PROCEDURE DIVISION.
       PERFORM 0400-EDITION-DEBUT
          THRU 0400-EDITION-FIN.

       PERFORM 0500-ETAT-RAPPROCHEMENT-DEBUT
          THRU 0500-ETAT-RAPPROCHEMENT-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.
       MOVE SPACES TO WS-PARM-2.

           INTO WS-PARM-1 WS-PARM-2
       END-UNSTRING.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       IF WS-PARM-1 = SPACES
           STRING "facturation-assurances-" WS-DATE-JOUR ".csv"
       STRING "arrieres-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-ARRIERES.

       STRING "rapprochement-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-RAPPROCHEMENT.

       COMPUTE WS-DATE-JOUR-ENTIER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

       EXIT.


      *-----------------------------------------------

       0005-DATE-COMPTABLE-DEBUT.

      *Extraction du parametre DATE=AAAAMMJJ (date comptable) de la
      *ligne de commande avant son decoupage : le jeton est efface de
      *la ligne, ou qu'il se trouve, pour que les parametres de
      *position qui le suivent gardent leur rang. Sans parametre, la
      *date systeme fait foi.

       PERFORM VARYING WS-PTR-DATE FROM 1 BY 1
               UNTIL WS-PTR-DATE > 88

           IF WS-PARM-LIGNE(WS-PTR-DATE:5) = "DATE="

      *Longueur du jeton : jusqu'a l'espace suivant ou la fin de
      *la ligne.
               MOVE WS-PTR-DATE TO WS-PTR-FIN-DATE
               PERFORM UNTIL WS-PTR-FIN-DATE > 100
                  OR WS-PARM-LIGNE(WS-PTR-FIN-DATE:1) = SPACE
                   ADD 1 TO WS-PTR-FIN-DATE
               END-PERFORM
               COMPUTE WS-LG-JETON-DATE =
                   WS-PTR-FIN-DATE - WS-PTR-DATE

               IF WS-LG-JETON-DATE = 13
                  AND WS-PARM-LIGNE(WS-PTR-DATE + 5:8) IS NUMERIC
                   MOVE WS-PARM-LIGNE(WS-PTR-DATE + 5:8)
                     TO WS-DATE-COMPTABLE
               ELSE
                   DISPLAY "ATTENTION - parametre DATE= illisible ("
                           WS-PARM-LIGNE
                               (WS-PTR-DATE:WS-LG-JETON-DATE)
                           "), date systeme conservee."
               END-IF

               MOVE SPACES TO WS-PARM-LIGNE
                                 (WS-PTR-DATE:WS-LG-JETON-DATE)

           END-IF

       END-PERFORM.

       0005-DATE-COMPTABLE-FIN.
       EXIT.


      *-----------------------------------------------

       0100-CHARGEMENT-FACTURATION-DEBUT.
       0110-RANGE-ECHEANCE-DEBUT.

      *Decoupage d'une ligne de l'extrait de facturation
      *(CodeContrat,Echeance,NumEcheance,Montant,Devise,MontantEUR,
      *LigneMetier,Pays,TauxTaxe,Taxe,TaxeEUR,MontantTTC,
      *MontantTTCEUR) et rangement dans la table des echeances. Le
      *montant retenu est le montant TTC, celui que le client paie ;
      *un extrait sans colonnes de taxe est lu hors taxe.

       IF WS-NB-ECHEANCES >= 9999
           ADD 1 TO WS-NB-ECH-PERDUES
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.
       MOVE SPACES TO WS-CSV-ZONE-6.
       MOVE SPACES TO WS-CSV-ZONE-7.
       MOVE SPACES TO WS-CSV-ZONE-8.
       MOVE SPACES TO WS-CSV-ZONE-9.
       MOVE SPACES TO WS-CSV-ZONE-10.
       MOVE SPACES TO WS-CSV-ZONE-11.
       MOVE SPACES TO WS-CSV-ZONE-12.
       MOVE SPACES TO WS-CSV-ZONE-13.

       UNSTRING F-LIGNE-FACTURATION DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5 WS-CSV-ZONE-6
                WS-CSV-ZONE-7 WS-CSV-ZONE-8 WS-CSV-ZONE-9
                WS-CSV-ZONE-10 WS-CSV-ZONE-11 WS-CSV-ZONE-12
                WS-CSV-ZONE-13
       END-UNSTRING.

      *Montants TTC en lieu et place des montants hors taxe quand
      *l'extrait les porte.

       IF WS-CSV-ZONE-12 NOT = SPACES
           MOVE WS-CSV-ZONE-12 TO WS-CSV-ZONE-4
           MOVE WS-CSV-ZONE-13 TO WS-CSV-ZONE-6
       END-IF.

       ADD 1 TO WS-NB-ECHEANCES.
       MOVE WS-CSV-ZONE-1(1:8)  TO WS-ECH-CODE(WS-NB-ECHEANCES).
       MOVE WS-CSV-ZONE-2(1:10) TO WS-ECH-DATE(WS-NB-ECHEANCES).
       MOVE WS-CSV-ZONE-5(1:3)  TO WS-ECH-DEVISE(WS-NB-ECHEANCES).
       MOVE "N" TO WS-ECH-PAYEE(WS-NB-ECHEANCES).

      *Un avoir (NumEcheance AV) porte des montants negatifs : il est
      *range en valeur absolue et marque comme tel.

       IF WS-CSV-ZONE-3(1:2) = "AV"
           ADD 1 TO WS-NB-AVOIRS
           SET WS-ECH-EST-AVOIR(WS-NB-ECHEANCES) TO TRUE
           COMPUTE WS-ECH-MONTANT(WS-NB-ECHEANCES) =
               ZERO - FUNCTION NUMVAL(WS-CSV-ZONE-4)
           COMPUTE WS-ECH-EUR(WS-NB-ECHEANCES) =
               ZERO - FUNCTION NUMVAL(WS-CSV-ZONE-6)
       ELSE
           SET WS-ECH-EST-ECHEANCE(WS-NB-ECHEANCES) TO TRUE
           MOVE FUNCTION NUMVAL(WS-CSV-ZONE-4)
             TO WS-ECH-MONTANT(WS-NB-ECHEANCES)
           MOVE FUNCTION NUMVAL(WS-CSV-ZONE-6)
             TO WS-ECH-EUR(WS-NB-ECHEANCES)
       END-IF.

       0110-RANGE-ECHEANCE-FIN.
       EXIT.


       MOVE WS-CSV-ZONE-1(1:8)  TO WS-PAI-CODE.
       MOVE WS-CSV-ZONE-2(1:10) TO WS-PAI-DATE.

      *Un montant negatif est le remboursement d'un avoir : il se
      *rapproche d'un avoir, jamais d'une echeance.

       IF FUNCTION NUMVAL(WS-CSV-ZONE-3) < ZERO
           MOVE "A" TO WS-PAI-TYPE
           COMPUTE WS-PAI-MONTANT =
               ZERO - FUNCTION NUMVAL(WS-CSV-ZONE-3)
       ELSE
           MOVE "E" TO WS-PAI-TYPE
           MOVE FUNCTION NUMVAL(WS-CSV-ZONE-3) TO WS-PAI-MONTANT
       END-IF.

       SET WS-PAIEMENT-INCONNU TO TRUE.

              AND WS-ECH-CODE(WS-CPT-ECH) = WS-PAI-CODE
              AND WS-ECH-DATE(WS-CPT-ECH) = WS-PAI-DATE
              AND WS-ECH-MONTANT(WS-CPT-ECH) = WS-PAI-MONTANT
              AND WS-ECH-TYPE(WS-CPT-ECH) = WS-PAI-TYPE
               MOVE "O" TO WS-ECH-PAYEE(WS-CPT-ECH)
               SET WS-PAIEMENT-RAPPROCHE TO TRUE
           END-IF
      *Constitution de la balance agee : chaque echeance echue restee
      *sans paiement est classee dans sa tranche de retard (1-30,
      *31-60, 61-90, +90 jours) et cumulee par contrat puis par
      *client. Le nom du client est relu sur le fichier maitre. Les
      *avoirs non rembourses sont ensuite imputes sur les arrieres de
      *leur contrat.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-BALANCE-AGEE-FIN
               UNTIL WS-IDX-ECH > WS-NB-ECHEANCES

           IF WS-ECH-PAYEE(WS-IDX-ECH) = "N"
              AND WS-ECH-EST-AVOIR(WS-IDX-ECH)
               PERFORM 0315-CUMUL-AVOIR-DEBUT
                  THRU 0315-CUMUL-AVOIR-FIN
           END-IF

           IF WS-ECH-PAYEE(WS-IDX-ECH) = "N"
              AND WS-ECH-EST-ECHEANCE(WS-IDX-ECH)

               MOVE WS-ECH-DATE(WS-IDX-ECH)(1:4)
                 TO WS-DATE-ECH-NUM(1:4)
           CLOSE FICHIER-ASSURANCE-IDX
       END-IF.

       PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > WS-NB-ARRIERES
           IF WS-ARR-EUR-AVOIR(WS-IDX-ARR) > ZERO
              AND WS-ARR-EUR-TOTAL(WS-IDX-ARR) > ZERO
               PERFORM 0340-IMPUTATION-AVOIR-DEBUT
                  THRU 0340-IMPUTATION-AVOIR-FIN
           END-IF
           IF WS-ARR-EUR-AVOIR(WS-IDX-ARR) > ZERO
               ADD 1 TO WS-NB-AVOIRS-DUS
           END-IF
       END-PERFORM.

       IF WS-NB-ARR-PERDUS > ZERO
           DISPLAY "ATTENTION - capacite de la table des arrieres "
                   "atteinte (2000), " WS-NB-ARR-PERDUS
               MOVE ZERO TO WS-ARR-EUR-90P(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-TOTAL(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-RETARD-MAX(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-AVOIR(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-NB-ECHEANCES(WS-IDX-ARR)
               PERFORM 0320-NOM-CLIENT-DEBUT
                  THRU 0320-NOM-CLIENT-FIN
           ELSE
       END-IF.

       ADD WS-ECH-EUR(WS-IDX-ECH) TO WS-ARR-EUR-TOTAL(WS-IDX-ARR).
       ADD 1 TO WS-ARR-NB-ECHEANCES(WS-IDX-ARR).

       IF WS-RETARD-JOURS > WS-ARR-RETARD-MAX(WS-IDX-ARR)
           MOVE WS-RETARD-JOURS TO WS-ARR-RETARD-MAX(WS-IDX-ARR)
       EXIT.


      *-----------------------------------------------

       0315-CUMUL-AVOIR-DEBUT.

      *Recherche (ou creation) de la case du contrat de l'avoir non
      *rembourse, puis cumul de l'avoir (sans anciennete : un avoir
      *est du au client des sa date d'effet).

       MOVE ZERO TO WS-IDX-ARR.

       PERFORM VARYING WS-CPT-ARR FROM 1 BY 1
               UNTIL WS-CPT-ARR > WS-NB-ARRIERES
                  OR WS-IDX-ARR NOT = ZERO
           IF WS-ARR-CODE(WS-CPT-ARR) = WS-ECH-CODE(WS-IDX-ECH)
               MOVE WS-CPT-ARR TO WS-IDX-ARR
           END-IF
       END-PERFORM.

       IF WS-IDX-ARR = ZERO
           IF WS-NB-ARRIERES < 2000
               ADD 1 TO WS-NB-ARRIERES
               MOVE WS-NB-ARRIERES TO WS-IDX-ARR
               MOVE WS-ECH-CODE(WS-IDX-ECH)
                 TO WS-ARR-CODE(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-030(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-3160(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-6190(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-90P(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-TOTAL(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-RETARD-MAX(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-EUR-AVOIR(WS-IDX-ARR)
               MOVE ZERO TO WS-ARR-NB-ECHEANCES(WS-IDX-ARR)
               PERFORM 0320-NOM-CLIENT-DEBUT
                  THRU 0320-NOM-CLIENT-FIN
           ELSE
               ADD 1 TO WS-NB-ARR-PERDUS
               GO TO 0315-CUMUL-AVOIR-FIN
           END-IF
       END-IF.

       ADD WS-ECH-EUR(WS-IDX-ECH) TO WS-ARR-EUR-AVOIR(WS-IDX-ARR).

       0315-CUMUL-AVOIR-FIN.
       EXIT.


      *-----------------------------------------------

       0320-NOM-CLIENT-DEBUT.
       EXIT.


      *-----------------------------------------------

       0340-IMPUTATION-AVOIR-DEBUT.

      *Imputation de l'avoir du contrat WS-IDX-ARR sur ses arrieres,
      *tranche la plus ancienne d'abord, avec la meme reduction sur
      *la consolidation de son client. Le solde d'avoir non impute
      *reste du au client.

       IF WS-ARR-EUR-AVOIR(WS-IDX-ARR) > WS-ARR-EUR-TOTAL(WS-IDX-ARR)
           MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR) TO WS-AVOIR-IMPUTE
       ELSE
           MOVE WS-ARR-EUR-AVOIR(WS-IDX-ARR) TO WS-AVOIR-IMPUTE
       END-IF.

       MOVE ZERO TO WS-IDX-CLA.
       PERFORM VARYING WS-CPT-CLA FROM 1 BY 1
               UNTIL WS-CPT-CLA > WS-NB-CLI-ARR
                  OR WS-IDX-CLA NOT = ZERO
           IF WS-CLA-CLIENT(WS-CPT-CLA) =
                              WS-ARR-CLIENT(WS-IDX-ARR)
               MOVE WS-CPT-CLA TO WS-IDX-CLA
           END-IF
       END-PERFORM.

       MOVE WS-AVOIR-IMPUTE TO WS-RESTE-IMPUTE.

       IF WS-RESTE-IMPUTE > WS-ARR-EUR-90P(WS-IDX-ARR)
           MOVE WS-ARR-EUR-90P(WS-IDX-ARR) TO WS-PART-IMPUTEE
       ELSE
           MOVE WS-RESTE-IMPUTE TO WS-PART-IMPUTEE
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-ARR-EUR-90P(WS-IDX-ARR).
       IF WS-IDX-CLA NOT = ZERO
           SUBTRACT WS-PART-IMPUTEE FROM WS-CLA-EUR-90P(WS-IDX-CLA)
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-RESTE-IMPUTE.

       IF WS-RESTE-IMPUTE > WS-ARR-EUR-6190(WS-IDX-ARR)
           MOVE WS-ARR-EUR-6190(WS-IDX-ARR) TO WS-PART-IMPUTEE
       ELSE
           MOVE WS-RESTE-IMPUTE TO WS-PART-IMPUTEE
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-ARR-EUR-6190(WS-IDX-ARR).
       IF WS-IDX-CLA NOT = ZERO
           SUBTRACT WS-PART-IMPUTEE FROM WS-CLA-EUR-6190(WS-IDX-CLA)
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-RESTE-IMPUTE.

       IF WS-RESTE-IMPUTE > WS-ARR-EUR-3160(WS-IDX-ARR)
           MOVE WS-ARR-EUR-3160(WS-IDX-ARR) TO WS-PART-IMPUTEE
       ELSE
           MOVE WS-RESTE-IMPUTE TO WS-PART-IMPUTEE
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-ARR-EUR-3160(WS-IDX-ARR).
       IF WS-IDX-CLA NOT = ZERO
           SUBTRACT WS-PART-IMPUTEE FROM WS-CLA-EUR-3160(WS-IDX-CLA)
       END-IF.
       SUBTRACT WS-PART-IMPUTEE FROM WS-RESTE-IMPUTE.

       SUBTRACT WS-RESTE-IMPUTE FROM WS-ARR-EUR-030(WS-IDX-ARR).
       IF WS-IDX-CLA NOT = ZERO
           SUBTRACT WS-RESTE-IMPUTE FROM WS-CLA-EUR-030(WS-IDX-CLA)
           SUBTRACT WS-AVOIR-IMPUTE FROM WS-CLA-EUR-TOTAL(WS-IDX-CLA)
       END-IF.

       SUBTRACT WS-AVOIR-IMPUTE FROM WS-ARR-EUR-TOTAL(WS-IDX-ARR).
       SUBTRACT WS-AVOIR-IMPUTE FROM WS-ARR-EUR-AVOIR(WS-IDX-ARR).

       0340-IMPUTATION-AVOIR-FIN.
       EXIT.


      *-----------------------------------------------

       0400-EDITION-DEBUT.
           INTO F-LIGNE-IMPAYE.
       WRITE F-LIGNE-IMPAYE.

      *Un contrat dont l'arriere est entierement couvert par un avoir
      *n'a plus rien de du et n'est pas edite.

       PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > WS-NB-ARRIERES

           IF WS-ARR-EUR-TOTAL(WS-IDX-ARR) > ZERO
               MOVE WS-ARR-EUR-030(WS-IDX-ARR)   TO WS-EUR-ED-1
               MOVE WS-ARR-EUR-3160(WS-IDX-ARR)  TO WS-EUR-ED-2
               MOVE WS-ARR-EUR-6190(WS-IDX-ARR)  TO WS-EUR-ED-3
               MOVE WS-ARR-EUR-90P(WS-IDX-ARR)   TO WS-EUR-ED-4
               MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR) TO WS-EUR-ED-5

               MOVE SPACES TO F-LIGNE-IMPAYE
               STRING WS-ARR-CODE(WS-IDX-ARR) " "
                      WS-EUR-ED-1 " "
                      WS-EUR-ED-2 " "
                      WS-EUR-ED-3 " "
                      WS-EUR-ED-4 " "
                      WS-EUR-ED-5 " "
                      WS-ARR-CLIENT(WS-IDX-ARR)
                   INTO F-LIGNE-IMPAYE
               WRITE F-LIGNE-IMPAYE
           END-IF

       END-PERFORM.

       PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
               UNTIL WS-IDX-CLA > WS-NB-CLI-ARR

           IF WS-CLA-EUR-TOTAL(WS-IDX-CLA) > ZERO
               MOVE WS-CLA-EUR-030(WS-IDX-CLA)   TO WS-EUR-ED-1
               MOVE WS-CLA-EUR-3160(WS-IDX-CLA)  TO WS-EUR-ED-2
               MOVE WS-CLA-EUR-6190(WS-IDX-CLA)  TO WS-EUR-ED-3
               MOVE WS-CLA-EUR-90P(WS-IDX-CLA)   TO WS-EUR-ED-4
               MOVE WS-CLA-EUR-TOTAL(WS-IDX-CLA) TO WS-EUR-ED-5

               MOVE SPACES TO F-LIGNE-IMPAYE
               STRING WS-CLA-CLIENT(WS-IDX-CLA) " "
                      WS-EUR-ED-1 " "
                      WS-EUR-ED-2 " "
                      WS-EUR-ED-3 " "
                      WS-EUR-ED-4 " "
                      WS-EUR-ED-5
                   INTO F-LIGNE-IMPAYE
               WRITE F-LIGNE-IMPAYE
           END-IF

       END-PERFORM.

      *Avoirs de resiliation restant dus aux clients apres imputation
      *sur leurs arrieres, a rembourser par l'encaissement.

       MOVE SPACES TO F-LIGNE-IMPAYE.
       WRITE F-LIGNE-IMPAYE.

       MOVE SPACES TO F-LIGNE-IMPAYE.
       STRING "AVOIRS A REMBOURSER"
           INTO F-LIGNE-IMPAYE.
       WRITE F-LIGNE-IMPAYE.

       MOVE SPACES TO F-LIGNE-IMPAYE.
       STRING "CONTRAT      AVOIR EUR CLIENT"
           INTO F-LIGNE-IMPAYE.
       WRITE F-LIGNE-IMPAYE.

       PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > WS-NB-ARRIERES

           IF WS-ARR-EUR-AVOIR(WS-IDX-ARR) > ZERO
               MOVE WS-ARR-EUR-AVOIR(WS-IDX-ARR) TO WS-EUR-ED-1
               MOVE SPACES TO F-LIGNE-IMPAYE
               STRING WS-ARR-CODE(WS-IDX-ARR) " "
                      WS-EUR-ED-1 " "
                      WS-ARR-CLIENT(WS-IDX-ARR)
                   INTO F-LIGNE-IMPAYE
               WRITE F-LIGNE-IMPAYE
           END-IF

       END-PERFORM.


      *Fichier des contrats en arriere, delimite, exploitable par le
      *recouvrement : code, total du en EUR, retard le plus ancien
      *en jours, nom du client, nombre d'echeances impayees.

       OPEN OUTPUT FICHIER-ARRIERES.

       MOVE SPACES TO F-LIGNE-ARRIERE.
       STRING "CodeContrat,TotalDuEUR,RetardMaxJours,Client,"
              "NbEcheances"
           INTO F-LIGNE-ARRIERE.
       WRITE F-LIGNE-ARRIERE.

       PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > WS-NB-ARRIERES

           IF WS-ARR-EUR-TOTAL(WS-IDX-ARR) > ZERO
               MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR) TO WS-EUR-ED-1
               MOVE WS-ARR-RETARD-MAX(WS-IDX-ARR) TO WS-RETARD-ED

               MOVE SPACES TO F-LIGNE-ARRIERE
               STRING WS-ARR-CODE(WS-IDX-ARR)            ","
                      FUNCTION TRIM(WS-EUR-ED-1)         ","
                      FUNCTION TRIM(WS-RETARD-ED)        ","
                      FUNCTION TRIM(WS-ARR-CLIENT(WS-IDX-ARR)) ","
                      WS-ARR-NB-ECHEANCES(WS-IDX-ARR)
                   INTO F-LIGNE-ARRIERE
               WRITE F-LIGNE-ARRIERE
           END-IF

       END-PERFORM.


       DISPLAY "Fin de la balance agee - " WS-NB-IMPAYEES
               " echeance(s) impayee(s) sur " WS-NB-ARRIERES
               " contrat(s), " WS-NB-AVOIRS-DUS
               " avoir(s) a rembourser.".

       0400-EDITION-FIN.
       EXIT.


      *-----------------------------------------------

       0500-ETAT-RAPPROCHEMENT-DEBUT.

      *Etat du rapprochement : une ligne CodeContrat,Echeance,Type,
      *Montant,Devise,MontantEUR,Rapproche par case de la table des
      *echeances (type E echeance ou A avoir, montants TTC en valeur
      *absolue, O si un paiement ou un remboursement s'y est
      *rapproche, N sinon).

       IF RETURN-CODE NOT = ZERO
           GO TO 0500-ETAT-RAPPROCHEMENT-FIN
       END-IF.

       OPEN OUTPUT FICHIER-RAPPROCHEMENT.

       MOVE SPACES TO F-LIGNE-RAPPROCHEMENT.
       STRING "CodeContrat,Echeance,Type,Montant,Devise,MontantEUR,"
              "Rapproche"
           INTO F-LIGNE-RAPPROCHEMENT.
       WRITE F-LIGNE-RAPPROCHEMENT.

       PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
               UNTIL WS-IDX-ECH > WS-NB-ECHEANCES

           MOVE WS-ECH-MONTANT(WS-IDX-ECH) TO WS-MONTANT-ECH-ED
           MOVE WS-ECH-EUR(WS-IDX-ECH)     TO WS-EUR-ED-1

           MOVE SPACES TO F-LIGNE-RAPPROCHEMENT
           STRING WS-ECH-CODE(WS-IDX-ECH)            ","
                  WS-ECH-DATE(WS-IDX-ECH)            ","
                  WS-ECH-TYPE(WS-IDX-ECH)            ","
                  FUNCTION TRIM(WS-MONTANT-ECH-ED)   ","
                  WS-ECH-DEVISE(WS-IDX-ECH)          ","
                  FUNCTION TRIM(WS-EUR-ED-1)         ","
                  WS-ECH-PAYEE(WS-IDX-ECH)
               INTO F-LIGNE-RAPPROCHEMENT
           WRITE F-LIGNE-RAPPROCHEMENT

       END-PERFORM.

       CLOSE FICHIER-RAPPROCHEMENT.

       0500-ETAT-RAPPROCHEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.
