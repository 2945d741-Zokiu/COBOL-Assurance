      *                 si un compte manque a la reference), l'extrait
      *                 est refuse : aucun fichier produit et code
      *                 retour 8 pour l'ordonnanceur.
      * 2026-10-15  TD  Variation de la provision pour primes non
      *                 acquises du mois (extrait ppna-gl-AAAAMM.dat
      *                 d'ASSURPPNA) : paire d'ecritures de type PPNA,
      *                 cle DOTATION si la provision augmente, REPRISE
      *                 si elle diminue.
      * 2026-10-15  TD  Date comptable explicite DATE=AAAAMMJJ (toute
      *                 position de la ligne de commande), comme les
      *                 autres etapes de la chaine de fin de journee :
      *                 elle remplace la date systeme pour le mois
      *                 comptable et la synthese de facturation par
      *                 defaut.
      * 2026-10-15  TD  Taxe sur les primes d'assurance du trimestre
      *                 (extrait taxe-gl-AAAAMM.dat d'ASSURTAX, produit
      *                 pour le dernier mois du trimestre) : paire
      *                 d'ecritures de type TAXE, cle DUE pour la taxe
      *                 a reverser, REGUL si les avoirs l'emportent.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-RESUME.

      *Variation de la provision pour primes non acquises du mois
      *(produite par ASSURPPNA)
       SELECT FICHIER-PPNA ASSIGN TO DYNAMIC WS-FICHIER-PPNA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-PPNA.

      *Taxe sur les primes du trimestre (produite par ASSURTAX)
       SELECT FICHIER-TAXE ASSIGN TO DYNAMIC WS-FICHIER-TAXE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TAXE.

      *Fichier de reference des comptes (TYPE,CLE,DEBIT,CREDIT)
       SELECT FICHIER-COMPTES ASSIGN TO DYNAMIC WS-FICHIER-COMPTES
       ORGANIZATION IS LINE SEQUENTIAL
       FD FICHIER-RESUME.
           01 F-LIGNE-RESUME           PIC X(80).

       FD FICHIER-PPNA.
           01 F-LIGNE-PPNA             PIC X(80).

       FD FICHIER-TAXE.
           01 F-LIGNE-TAXE             PIC X(80).

       FD FICHIER-COMPTES.
           01 F-LIGNE-COMPTE           PIC X(60).

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Table de reference des comptes : TYPE (PRIME, FACT, PPNA ou
      * TAXE), cle (statut du portefeuille, TOUS pour la facturation,
      * DOTATION ou REPRISE pour la provision, DUE ou REGUL pour la
      * taxe sur les primes), compte de debit et compte de credit
      *----------------------------------------------------------------
       01  WS-TABLE-COMPTES.
           05 WS-CPT-ENTREE OCCURS 100 TIMES.
       77  WS-FACTURE-EUR     PIC 9(12)v9(2) VALUE ZERO.
       77  WS-NB-MOIS-FACT    PIC 9(3)       VALUE ZERO.

      *----------------------------------------------------------------
      * Variation de la provision pour primes non acquises du mois
      * (extrait ASSURPPNA), signee : dotation si positive, reprise
      * si negative
      *----------------------------------------------------------------
       77  WS-VARIATION-PPNA-EUR PIC S9(12)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Taxe sur les primes du trimestre clos par le mois comptable
      * (extrait ASSURTAX), signee : a reverser si positive,
      * regularisation si negative
      *----------------------------------------------------------------
       77  WS-TAXE-EUR           PIC S9(12)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Table des ecritures constituees avant publication : l'extrait
      * n'est ecrit qu'apres le controle d'equilibre
      * facturation (par defaut celle du jour)
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.
       01  WS-PARM-1                  PIC X(10).
       01  WS-PARM-2                  PIC X(60).

       01  WS-FICHIER-HISTO-PORT      PIC X(60) VALUE
                                       "historique-portefeuille.dat".
       01  WS-FICHIER-RESUME          PIC X(60) VALUE SPACES.
       01  WS-FICHIER-PPNA            PIC X(60) VALUE SPACES.
       01  WS-FICHIER-TAXE            PIC X(60) VALUE SPACES.
       01  WS-FICHIER-COMPTES         PIC X(60) VALUE
                                       "comptes-assurances.dat".
       01  WS-FICHIER-ECRITURES       PIC X(60) VALUE SPACES.

       77  WS-STATUT-HISTO-PORT       PIC X(2).
       77  WS-STATUT-RESUME           PIC X(2).
       77  WS-STATUT-PPNA             PIC X(2).
       77  WS-STATUT-TAXE             PIC X(2).
       77  WS-STATUT-COMPTES          PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

       PERFORM 0300-FACTURE-DU-MOIS-DEBUT
          THRU 0300-FACTURE-DU-MOIS-FIN.

       PERFORM 0350-PPNA-DU-MOIS-DEBUT
          THRU 0350-PPNA-DU-MOIS-FIN.

       PERFORM 0360-TAXE-DU-MOIS-DEBUT
          THRU 0360-TAXE-DU-MOIS-FIN.

       PERFORM 0400-CONSTITUTION-DEBUT
          THRU 0400-CONSTITUTION-FIN.

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
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-COMPTABLE
       END-IF.

      *L'extrait porte le mois comptable dans son nom pour ne jamais
      *ecraser celui d'un autre mois ; l'extrait de la provision
      *d'ASSURPPNA et celui de la taxe d'ASSURTAX aussi.

       STRING "ppna-gl-" WS-MOIS-COMPTABLE ".dat"
           INTO WS-FICHIER-PPNA.

       STRING "taxe-gl-" WS-MOIS-COMPTABLE ".dat"
           INTO WS-FICHIER-TAXE.

       STRING "ecritures-gl-" WS-MOIS-COMPTABLE ".csv"
           INTO WS-FICHIER-ECRITURES.
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

       0100-CHARGEMENT-COMPTES-DEBUT.

      *Chargement en memoire du fichier de reference des comptes. Une
      *ligne s'ecrit TYPE,CLE,COMPTE-DEBIT,COMPTE-CREDIT : TYPE vaut
      *PRIME (CLE = statut du portefeuille), FACT (CLE = TOUS),
      *PPNA (CLE = DOTATION ou REPRISE) ou TAXE (CLE = DUE ou REGUL).

       DISPLAY "Chargement de la reference des comptes :".
       MOVE "N" TO WS-FIN-LECTURE.
       EXIT.


      *-----------------------------------------------

       0350-PPNA-DU-MOIS-DEBUT.

      *Variation de la provision pour primes non acquises du mois
      *comptable : derniere zone de la ligne Mois,PpnaEUR,
      *PpnaPrecedenteEUR,VariationEUR de l'extrait ASSURPPNA. Sans
      *extrait (calcul non lance), pas d'ecriture de provision.

       IF RETURN-CODE NOT = ZERO
           GO TO 0350-PPNA-DU-MOIS-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-PPNA.

       IF WS-STATUT-PPNA NOT = "00"
           DISPLAY "ATTENTION - extrait de la provision "
                   WS-FICHIER-PPNA
                   " illisible (statut " WS-STATUT-PPNA
                   "), pas d'ecriture de provision ce mois."
           GO TO 0350-PPNA-DU-MOIS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-PPNA
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-PPNA(1:6) IS NUMERIC
                       MOVE SPACES TO WS-CSV-ZONE-1
                       MOVE SPACES TO WS-CSV-ZONE-2
                       MOVE SPACES TO WS-CSV-ZONE-3
                       MOVE SPACES TO WS-CSV-ZONE-4
                       UNSTRING F-LIGNE-PPNA DELIMITED BY ","
                           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2
                                WS-CSV-ZONE-3 WS-CSV-ZONE-4
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-4)
                         TO WS-VARIATION-PPNA-EUR
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-PPNA.

       0350-PPNA-DU-MOIS-FIN.
       EXIT.


      *-----------------------------------------------

       0360-TAXE-DU-MOIS-DEBUT.

      *Taxe sur les primes due pour le trimestre clos par le mois
      *comptable : derniere zone de la ligne Trimestre,TaxeEUR de
      *l'extrait ASSURTAX. Il n'y a d'extrait que pour le dernier mois
      *d'un trimestre : sans extrait, pas d'ecriture de taxe.

       IF RETURN-CODE NOT = ZERO
           GO TO 0360-TAXE-DU-MOIS-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.

       OPEN INPUT FICHIER-TAXE.

       IF WS-STATUT-TAXE NOT = "00"
           DISPLAY "Pas d'extrait de taxe sur les primes "
                   WS-FICHIER-TAXE
                   " (statut " WS-STATUT-TAXE
                   "), pas d'ecriture de taxe ce mois."
           GO TO 0360-TAXE-DU-MOIS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-TAXE
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-TAXE(1:4) IS NUMERIC
                       MOVE SPACES TO WS-CSV-ZONE-1
                       MOVE SPACES TO WS-CSV-ZONE-2
                       UNSTRING F-LIGNE-TAXE DELIMITED BY ","
                           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-2)
                         TO WS-TAXE-EUR
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TAXE.

       0360-TAXE-DU-MOIS-FIN.
       EXIT.


      *-----------------------------------------------

       0400-CONSTITUTION-DEBUT.

      *Constitution des ecritures en partie double, en memoire : une
      *paire debit/credit par solde de prime du mois (compte selon le
      *statut), une paire pour le facture du mois, une paire pour
      *la variation de la provision pour primes non acquises
      *(dotation ou reprise, montant en valeur absolue) et, en fin de
      *trimestre, une paire pour la taxe sur les primes a reverser
      *(ou sa regularisation, en valeur absolue). L'extrait n'est
      *publie qu'apres le controle d'equilibre.

       IF RETURN-CODE NOT = ZERO

       END-IF.

       IF WS-VARIATION-PPNA-EUR NOT = ZERO

           MOVE "PPNA  " TO WS-RECH-TYPE
           IF WS-VARIATION-PPNA-EUR > ZERO
               MOVE "DOTATION" TO WS-RECH-CLE
               MOVE WS-VARIATION-PPNA-EUR TO WS-MONTANT-ECR
           ELSE
               MOVE "REPRISE " TO WS-RECH-CLE
               COMPUTE WS-MONTANT-ECR = 0 - WS-VARIATION-PPNA-EUR
           END-IF
           PERFORM 0410-RECHERCHE-COMPTE-DEBUT
              THRU 0410-RECHERCHE-COMPTE-FIN

           IF WS-COMPTE-DEBIT NOT = SPACES
               MOVE SPACES TO WS-LIBELLE-ECR
               STRING "PPNA " WS-RECH-CLE " " WS-MOIS-COMPTABLE
                   INTO WS-LIBELLE-ECR
               PERFORM 0420-AJOUTE-PAIRE-DEBUT
                  THRU 0420-AJOUTE-PAIRE-FIN
           END-IF

       END-IF.

       IF WS-TAXE-EUR NOT = ZERO

           MOVE "TAXE  " TO WS-RECH-TYPE
           IF WS-TAXE-EUR > ZERO
               MOVE "DUE     " TO WS-RECH-CLE
               MOVE WS-TAXE-EUR TO WS-MONTANT-ECR
           ELSE
               MOVE "REGUL   " TO WS-RECH-CLE
               COMPUTE WS-MONTANT-ECR = 0 - WS-TAXE-EUR
           END-IF
           PERFORM 0410-RECHERCHE-COMPTE-DEBUT
              THRU 0410-RECHERCHE-COMPTE-FIN

           IF WS-COMPTE-DEBIT NOT = SPACES
               MOVE SPACES TO WS-LIBELLE-ECR
               STRING "TAXE PRIMES " WS-RECH-CLE " "
                      WS-MOIS-COMPTABLE
                   INTO WS-LIBELLE-ECR
               PERFORM 0420-AJOUTE-PAIRE-DEBUT
                  THRU 0420-AJOUTE-PAIRE-FIN
           END-IF

       END-IF.

       0400-CONSTITUTION-FIN.
       EXIT.

