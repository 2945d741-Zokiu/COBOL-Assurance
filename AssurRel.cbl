       IDENTIFICATION DIVISION.
       PROGRAM-ID. assurrel.
       AUTHOR. ThomasD & Terry.

      *----------------------------------------------------------------
      * Historique des modifications
      * 2026-10-15  TD  Creation : cycle de relance des primes
      *                 impayees. Le fichier des arrieres produit par
      *                 ASSURENC est rapproche de l'historique indexe
      *                 des relances (relances-idx.dat) : un contrat en
      *                 arriere recoit une lettre de rappel (niveau 1),
      *                 puis de relance (niveau 2), puis de mise en
      *                 demeure (niveau 3), chaque niveau une seule
      *                 fois par cycle et au plus tot un delai de
      *                 relance apres le precedent. Passe ce delai
      *                 apres la mise en demeure, un mouvement de
      *                 suspension (statut SUSPENDU) est produit au
      *                 format d'entree d'ASSURMAJ. Un contrat relance
      *                 absent des arrieres d'une execution ulterieure
      *                 est solde ; s'il etait suspendu, un mouvement
      *                 de remise en vigueur (statut ACTIF) est produit.
      * 2026-10-15  TD  Pas de regularisation quand la table des
      *                 arrieres est incomplete (lignes illisibles ou
      *                 capacite atteinte) : un contrat manquant n'y
      *                 est pas forcement a jour de ses primes. Les
      *                 regularisations sont reportees a l'execution
      *                 suivante, code retour 4.
      * 2026-10-15  TD  Controle de l'ouverture de l'historique des
      *                 relances, des lettres et des mouvements (arret
      *                 code retour 8). L'historique est mis a jour
      *                 avant l'emission de la lettre ou du mouvement :
      *                 une mise a jour refusee est comptee en anomalie
      *                 et rien n'est emis pour le contrat, pour qu'un
      *                 meme niveau ne soit pas envoye deux fois.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier des contrats en arriere produit par ASSURENC
       SELECT FICHIER-ARRIERES ASSIGN TO DYNAMIC WS-FICHIER-ARRIERES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-ARRIERES.

      *Historique indexe des relances, mis a jour en place
       SELECT FICHIER-RELANCES-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-RLC-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RLC-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-RLC-IDX.

      *Fichier maitre indexe des contrats (image des mouvements)
       SELECT FICHIER-ASSURANCE-IDX ASSIGN TO DYNAMIC WS-FICHIER-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDX-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-IDX.

      *Lettres de relance du jour
       SELECT FICHIER-LETTRES ASSIGN TO DYNAMIC WS-FICHIER-LETTRES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-LETTRES.

      *Mouvements de suspension / remise en vigueur pour ASSURMAJ
       SELECT FICHIER-MOUVEMENTS ASSIGN
                       TO DYNAMIC WS-FICHIER-MOUVEMENTS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-MOUVEMENTS.

      *Journal d'audit des executions (cumulatif, jamais ecrase)
       SELECT FICHIER-JOURNAL ASSIGN TO DYNAMIC WS-FICHIER-JOURNAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.


      *------------------------------DATA-------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-ARRIERES.
           01 F-LIGNE-ARRIERE          PIC X(120).

       FD FICHIER-RELANCES-IDX.
      * COPY RLCREC.CPY fournit RLC-ENREGISTREMENT.
           COPY RLCREC.

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-LETTRES.
           01 F-LIGNE-LETTRE           PIC X(132).

       FD FICHIER-MOUVEMENTS.
      * COPY MVTREC.CPY fournit MVT-LIGNE.
           COPY MVTREC.

       FD FICHIER-JOURNAL.
      * COPY JRNLREC.CPY fournit JRN-LIGNE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Compteurs de traitement (repris dans le journal d'audit)
      *----------------------------------------------------------------
       77  WS-NB-LUES          PIC 9(5)   VALUE ZERO.
       77  WS-NB-NIVEAU-1      PIC 9(5)   VALUE ZERO.
       77  WS-NB-NIVEAU-2      PIC 9(5)   VALUE ZERO.
       77  WS-NB-NIVEAU-3      PIC 9(5)   VALUE ZERO.
       77  WS-NB-LETTRES       PIC 9(5)   VALUE ZERO.
       77  WS-NB-SUSPENSIONS   PIC 9(5)   VALUE ZERO.
       77  WS-NB-REMISES       PIC 9(5)   VALUE ZERO.
       77  WS-NB-SOLDES        PIC 9(5)   VALUE ZERO.
       77  WS-NB-ANOMALIES     PIC 9(5)   VALUE ZERO.
       77  WS-NB-ARR-ILLISIBLES PIC 9(5)  VALUE ZERO.
       77  WS-NB-RELANCES      PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".

      *----------------------------------------------------------------
      * Delai minimal (jours) entre deux niveaux de relance, et entre
      * la mise en demeure et la suspension
      *----------------------------------------------------------------
       77  WS-DELAI-RELANCE    PIC 9(3)   VALUE 15.

      *----------------------------------------------------------------
      * Contrats en arriere du jour (fichier d'ASSURENC)
      *----------------------------------------------------------------
       01  WS-TABLE-ARRIERES.
           05 WS-ARR-ENTREE OCCURS 2000 TIMES.
              10 WS-ARR-CODE          PIC 9(8).
              10 WS-ARR-EUR-TOTAL     PIC 9(10)v9(2).
              10 WS-ARR-RETARD-MAX    PIC 9(5).
              10 WS-ARR-CLIENT        PIC X(41).
              10 WS-ARR-NB-ECHEANCES  PIC 9(4).

       77  WS-NB-ARRIERES     PIC 9(4)   VALUE ZERO.
       77  WS-IDX-ARR         PIC 9(4)   VALUE ZERO.
       77  WS-CPT-ARR         PIC 9(4)   VALUE ZERO.
       77  WS-NB-ARR-PERDUS   PIC 9(5)   VALUE ZERO.

      *----------------------------------------------------------------
      * Zones de decoupage des lignes delimitees
      *----------------------------------------------------------------
       01  WS-CSV-ZONE-1             PIC X(20).
       01  WS-CSV-ZONE-2             PIC X(20).
       01  WS-CSV-ZONE-3             PIC X(20).
       01  WS-CSV-ZONE-4             PIC X(41).
       01  WS-CSV-ZONE-5             PIC X(20).

      *----------------------------------------------------------------
      * Zones de travail de la relance du contrat courant
      *----------------------------------------------------------------
       01  WS-SWITCH-RLC-CONNU       PIC X   VALUE "N".
           88 WS-RELANCE-CONNUE              VALUE "O".
           88 WS-RELANCE-NOUVELLE            VALUE "N".

       01  WS-SWITCH-MAJ-RLC         PIC X   VALUE "N".
           88 WS-RELANCE-A-ECRIRE            VALUE "O".
           88 WS-RELANCE-INCHANGEE           VALUE "N".

      *Emission a faire une fois l'historique mis a jour : lettre du
      *niveau WS-NIVEAU-LETTRE, mouvement de suspension ou de remise
      *en vigueur.
       01  WS-SWITCH-EMISSION        PIC X   VALUE SPACE.
           88 WS-EMISSION-LETTRE             VALUE "L".
           88 WS-EMISSION-SUSPENSION         VALUE "S".
           88 WS-EMISSION-REMISE             VALUE "R".
           88 WS-EMISSION-AUCUNE             VALUE SPACE.
       77  WS-NIVEAU-LETTRE          PIC 9     VALUE ZERO.

       77  WS-DATE-JOUR-ENTIER       PIC 9(9)  VALUE ZERO.
       77  WS-DATE-NIVEAU-ENTIER     PIC 9(9)  VALUE ZERO.
       77  WS-JOURS-DEPUIS           PIC S9(5) VALUE ZERO.

       01  WS-LIBELLE-NIVEAU         PIC X(20).
       01  WS-TEXTE-NIVEAU           PIC X(100).
       01  WS-STATUT-MOUVEMENT       PIC X(8).

      *----------------------------------------------------------------
      * Parametrage de l'execution : fichier des arrieres (par defaut
      * celui de la date comptable) et date comptable DATE=AAAAMMJJ
      *----------------------------------------------------------------
       01  WS-PARM-LIGNE              PIC X(100).
       01  WS-PARM-1                  PIC X(60).

      *Date comptable demandee en ligne de commande (DATE=AAAAMMJJ),
      *zero quand la date systeme fait foi, et zones de travail de
      *l'extraction du jeton de la ligne de commande.
       77  WS-DATE-COMPTABLE          PIC 9(8)  VALUE ZERO.
       77  WS-PTR-DATE                PIC 9(3)  VALUE ZERO.
       77  WS-PTR-FIN-DATE            PIC 9(3)  VALUE ZERO.
       77  WS-LG-JETON-DATE           PIC 9(3)  VALUE ZERO.

       01  WS-FICHIER-ARRIERES        PIC X(60) VALUE SPACES.
       01  WS-FICHIER-RLC-IDX         PIC X(60) VALUE
                                       "relances-idx.dat".
       01  WS-FICHIER-IDX             PIC X(60) VALUE
                                       "assurances-idx.dat".
       01  WS-FICHIER-LETTRES         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-MOUVEMENTS      PIC X(60) VALUE SPACES.
       01  WS-FICHIER-JOURNAL         PIC X(60) VALUE
                                       "journal-assurances.log".

       01  WS-DATE-JOUR               PIC 9(8).
       01  WS-DATE-HEURE-JRN          PIC X(19).
       01  WS-DATE-HEURE-SYS.
           05 WS-DHS-DATE             PIC 9(8).
           05 WS-DHS-HEURE            PIC 9(8).

       77  WS-STATUT-ARRIERES         PIC X(2).
       77  WS-STATUT-RLC-IDX          PIC X(2).
       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-LETTRES          PIC X(2).
       77  WS-STATUT-MOUVEMENTS       PIC X(2).
       77  WS-STATUT-JOURNAL          PIC X(2).

      *----------------------------------------------------------------
      * Zones editees des lettres
      *----------------------------------------------------------------
       77  WS-EUR-ED                 PIC Z(9)9.99.
       77  WS-RETARD-ED              PIC ZZZZ9.
       77  WS-NB-ECH-ED              PIC ZZZ9.


       PROCEDURE DIVISION.


       PERFORM 0000-INITIALISATION-DEBUT
          THRU 0000-INITIALISATION-FIN.

       PERFORM 0100-CHARGEMENT-ARRIERES-DEBUT
          THRU 0100-CHARGEMENT-ARRIERES-FIN.

       PERFORM 0150-OUVERTURES-DEBUT
          THRU 0150-OUVERTURES-FIN.

       PERFORM 0200-RELANCES-DEBUT
          THRU 0200-RELANCES-FIN.

       PERFORM 0300-REGULARISATIONS-DEBUT
          THRU 0300-REGULARISATIONS-FIN.

       PERFORM 0400-FERMETURES-DEBUT
          THRU 0400-FERMETURES-FIN.

       PERFORM 0900-JOURNAL-DEBUT
          THRU 0900-JOURNAL-FIN.

       STOP RUN.




      ******************************************************************

       0000-INITIALISATION-DEBUT.

      *Recuperation de la ligne de commande : nom du fichier des
      *arrieres (par defaut celui produit par ASSURENC a la date
      *comptable) et date comptable DATE=AAAAMMJJ.

       MOVE SPACES TO WS-PARM-LIGNE.
       ACCEPT WS-PARM-LIGNE FROM COMMAND-LINE.

       PERFORM 0005-DATE-COMPTABLE-DEBUT
          THRU 0005-DATE-COMPTABLE-FIN.

       MOVE SPACES TO WS-PARM-1.

       UNSTRING WS-PARM-LIGNE DELIMITED BY ALL SPACE
           INTO WS-PARM-1
       END-UNSTRING.

       IF WS-DATE-COMPTABLE NOT = ZERO
           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR
       ELSE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
       END-IF.

       IF WS-PARM-1 = SPACES
           STRING "arrieres-assurances-" WS-DATE-JOUR ".dat"
               INTO WS-FICHIER-ARRIERES
       ELSE
           MOVE WS-PARM-1 TO WS-FICHIER-ARRIERES
       END-IF.

      *Les lettres et les mouvements sont horodates avec la date
      *comptable ; le fichier des mouvements est a passer en entree
      *d'ASSURMAJ.

       STRING "relances-assurances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-LETTRES.

       STRING "mouvements-relances-" WS-DATE-JOUR ".dat"
           INTO WS-FICHIER-MOUVEMENTS.

       COMPUTE WS-DATE-JOUR-ENTIER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

       ACCEPT WS-DHS-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-DHS-HEURE FROM TIME.

       STRING WS-DHS-DATE(1:4) "-" WS-DHS-DATE(5:2) "-" WS-DHS-DATE(7:2)
              " " WS-DHS-HEURE(1:2) ":" WS-DHS-HEURE(3:2) ":"
              WS-DHS-HEURE(5:2)
           INTO WS-DATE-HEURE-JRN.

       0000-INITIALISATION-FIN.
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

       0100-CHARGEMENT-ARRIERES-DEBUT.

      *Chargement en memoire du fichier des arrieres : une case par
      *contrat en retard (code, total du EUR, retard le plus ancien,
      *client, nombre d'echeances impayees). Sans fichier lisible,
      *rien n'est fait : un fichier absent se lirait comme "tous les
      *arrieres regles" et remettrait en vigueur a tort les contrats
      *suspendus.

       OPEN INPUT FICHIER-ARRIERES.

       IF WS-STATUT-ARRIERES NOT = "00"
           DISPLAY "ERREUR - fichier des arrieres "
                   WS-FICHIER-ARRIERES
                   " illisible (statut " WS-STATUT-ARRIERES
                   "), lancer d'abord le traitement ASSURENC."
           MOVE 8 TO RETURN-CODE
           GO TO 0100-CHARGEMENT-ARRIERES-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-ARRIERES
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   IF F-LIGNE-ARRIERE(1:12) NOT = "CodeContrat,"
                      AND F-LIGNE-ARRIERE NOT = SPACES
                       ADD 1 TO WS-NB-LUES
                       PERFORM 0110-LIGNE-ARRIERE-DEBUT
                          THRU 0110-LIGNE-ARRIERE-FIN
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ARRIERES.

       IF WS-NB-ARR-PERDUS > ZERO
           DISPLAY "ATTENTION - capacite de la table des arrieres "
                   "atteinte (2000), " WS-NB-ARR-PERDUS
                   " contrat(s) non relance(s)."
       END-IF.

       0100-CHARGEMENT-ARRIERES-FIN.
       EXIT.


      *-----------------------------------------------

       0110-LIGNE-ARRIERE-DEBUT.

       MOVE SPACES TO WS-CSV-ZONE-1.
       MOVE SPACES TO WS-CSV-ZONE-2.
       MOVE SPACES TO WS-CSV-ZONE-3.
       MOVE SPACES TO WS-CSV-ZONE-4.
       MOVE SPACES TO WS-CSV-ZONE-5.

       UNSTRING F-LIGNE-ARRIERE DELIMITED BY ","
           INTO WS-CSV-ZONE-1 WS-CSV-ZONE-2 WS-CSV-ZONE-3
                WS-CSV-ZONE-4 WS-CSV-ZONE-5
       END-UNSTRING.

       IF WS-CSV-ZONE-1(1:8) IS NOT NUMERIC
           ADD 1 TO WS-NB-ANOMALIES
           ADD 1 TO WS-NB-ARR-ILLISIBLES
           DISPLAY "ATTENTION - ligne d'arriere illisible : "
                   F-LIGNE-ARRIERE
           GO TO 0110-LIGNE-ARRIERE-FIN
       END-IF.

       IF WS-NB-ARRIERES NOT < 2000
           ADD 1 TO WS-NB-ARR-PERDUS
           GO TO 0110-LIGNE-ARRIERE-FIN
       END-IF.

       ADD 1 TO WS-NB-ARRIERES.
       MOVE WS-CSV-ZONE-1(1:8) TO WS-ARR-CODE(WS-NB-ARRIERES).
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-2)
         TO WS-ARR-EUR-TOTAL(WS-NB-ARRIERES).
       MOVE FUNCTION NUMVAL(WS-CSV-ZONE-3)
         TO WS-ARR-RETARD-MAX(WS-NB-ARRIERES).
       MOVE WS-CSV-ZONE-4 TO WS-ARR-CLIENT(WS-NB-ARRIERES).

      *Un fichier d'arrieres anterieur a la colonne NbEcheances ne
      *donne pas le nombre d'echeances : il reste a zero.

       IF WS-CSV-ZONE-5 = SPACES
           MOVE ZERO TO WS-ARR-NB-ECHEANCES(WS-NB-ARRIERES)
       ELSE
           MOVE FUNCTION NUMVAL(WS-CSV-ZONE-5)
             TO WS-ARR-NB-ECHEANCES(WS-NB-ARRIERES)
       END-IF.

       0110-LIGNE-ARRIERE-FIN.
       EXIT.


      *-----------------------------------------------

       0150-OUVERTURES-DEBUT.

      *Ouverture du maitre (image des contrats a suspendre ou a
      *remettre en vigueur), de l'historique des relances en mise a
      *jour (cree vide a la premiere execution), des lettres et des
      *mouvements du jour.

       IF RETURN-CODE NOT = ZERO
           GO TO 0150-OUVERTURES-FIN
       END-IF.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           DISPLAY "ERREUR - fichier indexe " WS-FICHIER-IDX
                   " illisible (statut " WS-STATUT-IDX
                   "), lancer d'abord le traitement ASSUR."
           MOVE 8 TO RETURN-CODE
           GO TO 0150-OUVERTURES-FIN
       END-IF.

       OPEN I-O FICHIER-RELANCES-IDX.

       IF WS-STATUT-RLC-IDX = "35"
           OPEN OUTPUT FICHIER-RELANCES-IDX
           CLOSE FICHIER-RELANCES-IDX
           OPEN I-O FICHIER-RELANCES-IDX
       END-IF.

       IF WS-STATUT-RLC-IDX NOT = "00"
           DISPLAY "ERREUR - historique des relances "
                   WS-FICHIER-RLC-IDX
                   " illisible (statut " WS-STATUT-RLC-IDX ")."
           CLOSE FICHIER-ASSURANCE-IDX
           MOVE 8 TO RETURN-CODE
           GO TO 0150-OUVERTURES-FIN
       END-IF.

       OPEN OUTPUT FICHIER-LETTRES.

       IF WS-STATUT-LETTRES NOT = "00"
           DISPLAY "ERREUR - lettres de relance " WS-FICHIER-LETTRES
                   " non creees (statut " WS-STATUT-LETTRES ")."
           CLOSE FICHIER-ASSURANCE-IDX
           CLOSE FICHIER-RELANCES-IDX
           MOVE 8 TO RETURN-CODE
           GO TO 0150-OUVERTURES-FIN
       END-IF.

       OPEN OUTPUT FICHIER-MOUVEMENTS.

       IF WS-STATUT-MOUVEMENTS NOT = "00"
           DISPLAY "ERREUR - mouvements " WS-FICHIER-MOUVEMENTS
                   " non crees (statut " WS-STATUT-MOUVEMENTS ")."
           CLOSE FICHIER-ASSURANCE-IDX
           CLOSE FICHIER-RELANCES-IDX
           CLOSE FICHIER-LETTRES
           MOVE 8 TO RETURN-CODE
           GO TO 0150-OUVERTURES-FIN
       END-IF.

       0150-OUVERTURES-FIN.
       EXIT.


      *-----------------------------------------------

       0200-RELANCES-DEBUT.

      *Relance de chaque contrat en arriere d'apres son historique.

       IF RETURN-CODE NOT = ZERO
           GO TO 0200-RELANCES-FIN
       END-IF.

       PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > WS-NB-ARRIERES

           PERFORM 0210-RELANCE-CONTRAT-DEBUT
              THRU 0210-RELANCE-CONTRAT-FIN

       END-PERFORM.

       0200-RELANCES-FIN.
       EXIT.


      *-----------------------------------------------

       0210-RELANCE-CONTRAT-DEBUT.

      *Un contrat sans historique, ou dont le cycle precedent est
      *solde, ouvre un cycle au niveau 1. Dans un cycle en cours, le
      *niveau suivant n'est envoye qu'une fois le delai de relance
      *ecoule depuis le precedent ; apres le niveau 3, c'est la
      *suspension. Un contrat deja suspendu attend son reglement.

       SET WS-RELANCE-INCHANGEE TO TRUE.
       SET WS-EMISSION-AUCUNE TO TRUE.
       MOVE WS-ARR-CODE(WS-IDX-ARR) TO RLC-CODE-CONTRAT.

       READ FICHIER-RELANCES-IDX
           INVALID KEY
               SET WS-RELANCE-NOUVELLE TO TRUE
           NOT INVALID KEY
               SET WS-RELANCE-CONNUE TO TRUE
       END-READ.

       IF WS-RELANCE-NOUVELLE
          OR RLC-STATUT = "SOLDE   "
           MOVE WS-ARR-CODE(WS-IDX-ARR) TO RLC-CODE-CONTRAT
           MOVE ZERO       TO RLC-NIVEAU
           MOVE "EN COURS" TO RLC-STATUT
           MOVE ZERO       TO RLC-DATE-NIVEAU(1)
           MOVE ZERO       TO RLC-DATE-NIVEAU(2)
           MOVE ZERO       TO RLC-DATE-NIVEAU(3)
           MOVE ZERO       TO RLC-DATE-SUSPENSION
           MOVE ZERO       TO RLC-DATE-SOLDE
       END-IF.

       IF RLC-STATUT = "SUSPENDU"
           GO TO 0210-RELANCE-CONTRAT-FIN
       END-IF.

       IF RLC-NIVEAU = ZERO
           PERFORM 0220-LETTRE-DEBUT
              THRU 0220-LETTRE-FIN
       ELSE
           COMPUTE WS-DATE-NIVEAU-ENTIER =
               FUNCTION INTEGER-OF-DATE(RLC-DATE-NIVEAU(RLC-NIVEAU))
           COMPUTE WS-JOURS-DEPUIS =
               WS-DATE-JOUR-ENTIER - WS-DATE-NIVEAU-ENTIER
           IF WS-JOURS-DEPUIS >= WS-DELAI-RELANCE
               IF RLC-NIVEAU < 3
                   PERFORM 0220-LETTRE-DEBUT
                      THRU 0220-LETTRE-FIN
               ELSE
                   PERFORM 0230-SUSPENSION-DEBUT
                      THRU 0230-SUSPENSION-FIN
               END-IF
           END-IF
       END-IF.

      *L'historique est mis a jour avant toute emission : refuse, le
      *contrat est signale et ni lettre ni mouvement ne part.

       IF WS-RELANCE-A-ECRIRE
           IF WS-RELANCE-NOUVELLE
               WRITE RLC-ENREGISTREMENT
                   INVALID KEY
                       PERFORM 0260-ANOMALIE-HISTORIQUE-DEBUT
                          THRU 0260-ANOMALIE-HISTORIQUE-FIN
                       GO TO 0210-RELANCE-CONTRAT-FIN
               END-WRITE
           ELSE
               REWRITE RLC-ENREGISTREMENT
                   INVALID KEY
                       PERFORM 0260-ANOMALIE-HISTORIQUE-DEBUT
                          THRU 0260-ANOMALIE-HISTORIQUE-FIN
                       GO TO 0210-RELANCE-CONTRAT-FIN
               END-REWRITE
           END-IF
       END-IF.

       IF WS-EMISSION-LETTRE
           PERFORM 0225-EDITION-LETTRE-DEBUT
              THRU 0225-EDITION-LETTRE-FIN
       END-IF.

       IF WS-EMISSION-SUSPENSION
           MOVE "SUSPENDU" TO WS-STATUT-MOUVEMENT
           PERFORM 0250-MOUVEMENT-DEBUT
              THRU 0250-MOUVEMENT-FIN
           ADD 1 TO WS-NB-SUSPENSIONS
       END-IF.

       0210-RELANCE-CONTRAT-FIN.
       EXIT.


      *-----------------------------------------------

       0220-LETTRE-DEBUT.

      *Passage au niveau suivant dans l'historique, date de la date
      *comptable ; la lettre est editee apres la mise a jour.

       ADD 1 TO RLC-NIVEAU.
       MOVE WS-DATE-JOUR TO RLC-DATE-NIVEAU(RLC-NIVEAU).
       MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR)    TO RLC-MONTANT-EUR.
       MOVE WS-ARR-NB-ECHEANCES(WS-IDX-ARR) TO RLC-NB-ECHEANCES.
       MOVE RLC-NIVEAU TO WS-NIVEAU-LETTRE.
       SET WS-RELANCE-A-ECRIRE TO TRUE.
       SET WS-EMISSION-LETTRE TO TRUE.

       0220-LETTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0225-EDITION-LETTRE-DEBUT.

      *Lettre du niveau WS-NIVEAU-LETTRE, datee de la date comptable,
      *avec le client, le nombre d'echeances impayees, le retard le
      *plus ancien et le montant du en EUR.

       EVALUATE WS-NIVEAU-LETTRE
           WHEN 1
               ADD 1 TO WS-NB-NIVEAU-1
               MOVE "RAPPEL" TO WS-LIBELLE-NIVEAU
               MOVE SPACES TO WS-TEXTE-NIVEAU
               STRING "SAUF ERREUR DE NOTRE PART, LES ECHEANCES "
                      "CI-DESSUS RESTENT IMPAYEES. MERCI DE PROCEDER "
                      "A LEUR REGLEMENT."
                   INTO WS-TEXTE-NIVEAU
           WHEN 2
               ADD 1 TO WS-NB-NIVEAU-2
               MOVE "RELANCE" TO WS-LIBELLE-NIVEAU
               MOVE SPACES TO WS-TEXTE-NIVEAU
               STRING "MALGRE NOTRE RAPPEL, CES ECHEANCES RESTENT "
                      "IMPAYEES. MERCI DE LES REGLER SANS DELAI."
                   INTO WS-TEXTE-NIVEAU
           WHEN OTHER
               ADD 1 TO WS-NB-NIVEAU-3
               MOVE "MISE EN DEMEURE" TO WS-LIBELLE-NIVEAU
               MOVE SPACES TO WS-TEXTE-NIVEAU
               STRING "A DEFAUT DE REGLEMENT SOUS " WS-DELAI-RELANCE
                      " JOURS, LES GARANTIES DU CONTRAT SERONT "
                      "SUSPENDUES."
                   INTO WS-TEXTE-NIVEAU
       END-EVALUATE.

       ADD 1 TO WS-NB-LETTRES.

       MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR)    TO WS-EUR-ED.
       MOVE WS-ARR-RETARD-MAX(WS-IDX-ARR)   TO WS-RETARD-ED.
       MOVE WS-ARR-NB-ECHEANCES(WS-IDX-ARR) TO WS-NB-ECH-ED.

       MOVE SPACES TO F-LIGNE-LETTRE.
       STRING "LETTRE DE " WS-LIBELLE-NIVEAU
              " - NIVEAU " WS-NIVEAU-LETTRE
              " - LE " WS-DATE-JOUR(1:4) "/" WS-DATE-JOUR(5:2) "/"
              WS-DATE-JOUR(7:2)
           INTO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE SPACES TO F-LIGNE-LETTRE.
       STRING "CLIENT  : " WS-ARR-CLIENT(WS-IDX-ARR)
           INTO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE SPACES TO F-LIGNE-LETTRE.
       STRING "CONTRAT : " WS-ARR-CODE(WS-IDX-ARR)
           INTO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE SPACES TO F-LIGNE-LETTRE.
       STRING "ECHEANCES IMPAYEES : " WS-NB-ECH-ED
              "   RETARD LE PLUS ANCIEN : " WS-RETARD-ED " JOURS"
           INTO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE SPACES TO F-LIGNE-LETTRE.
       STRING "MONTANT DU : " WS-EUR-ED " EUR"
           INTO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE WS-TEXTE-NIVEAU TO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       MOVE ALL "-" TO F-LIGNE-LETTRE.
       WRITE F-LIGNE-LETTRE.

       0225-EDITION-LETTRE-FIN.
       EXIT.


      *-----------------------------------------------

       0230-SUSPENSION-DEBUT.

      *Mise en demeure restee impayee : mouvement de modification
      *au statut SUSPENDU, image courante du contrat au maitre, emis
      *apres la mise a jour de l'historique. Seul un contrat ACTIF se
      *suspend ; un contrat deja resilie, expire ou absent du maitre
      *est signale et reste au niveau 3.

       MOVE RLC-CODE-CONTRAT TO IDX-CODE-CONTRAT.

       READ FICHIER-ASSURANCE-IDX
           INVALID KEY
               MOVE SPACES TO IDX-STATUT
       END-READ.

       IF IDX-STATUT NOT = "ACTIF   "
           ADD 1 TO WS-NB-ANOMALIES
           DISPLAY "ATTENTION - contrat " RLC-CODE-CONTRAT
                   " non suspendu (statut maitre " IDX-STATUT ")."
           GO TO 0230-SUSPENSION-FIN
       END-IF.

       SET WS-EMISSION-SUSPENSION TO TRUE.
       MOVE "SUSPENDU"   TO RLC-STATUT.
       MOVE WS-DATE-JOUR TO RLC-DATE-SUSPENSION.
       MOVE WS-ARR-EUR-TOTAL(WS-IDX-ARR)    TO RLC-MONTANT-EUR.
       MOVE WS-ARR-NB-ECHEANCES(WS-IDX-ARR) TO RLC-NB-ECHEANCES.
       SET WS-RELANCE-A-ECRIRE TO TRUE.

       0230-SUSPENSION-FIN.
       EXIT.


      *-----------------------------------------------

       0250-MOUVEMENT-DEBUT.

      *Mouvement M au format d'entree d'ASSURMAJ : image courante du
      *contrat lu au maitre, dates ramenees a AAAAMMJJ, avec le
      *statut WS-STATUT-MOUVEMENT.

       MOVE SPACES              TO MVT-LIGNE.
       MOVE "M"                 TO MVT-CODE-MOUVEMENT.
       MOVE IDX-CODE-CONTRAT    TO MVT-CODE-CONTRAT.
       MOVE IDX-NOM-CONTRAT     TO MVT-NOM-CONTRAT.
       MOVE IDX-NOM-PRODUIT     TO MVT-NOM-PRODUIT.
       MOVE IDX-NOM-CLIENT      TO MVT-NOM-CLIENT.
       MOVE WS-STATUT-MOUVEMENT TO MVT-STATUT.

       STRING IDX-DATE-DEBUT(1:4) IDX-DATE-DEBUT(6:2)
              IDX-DATE-DEBUT(9:2)
           INTO MVT-DATE-DEBUT.

       STRING IDX-DATE-FIN(1:4) IDX-DATE-FIN(6:2)
              IDX-DATE-FIN(9:2)
           INTO MVT-DATE-FIN.

       MOVE IDX-MONTANT         TO MVT-MONTANT.
       MOVE IDX-DEVISE          TO MVT-DEVISE.
       MOVE IDX-CODE-INTERM     TO MVT-CODE-INTERM.

       WRITE MVT-LIGNE.

       0250-MOUVEMENT-FIN.
       EXIT.


      *-----------------------------------------------

       0260-ANOMALIE-HISTORIQUE-DEBUT.

      *Mise a jour de l'historique des relances refusee : le contrat
      *est signale et compte en anomalie (rejets du journal d'audit) ;
      *la lettre ou le mouvement n'est pas emis, le niveau sera
      *reconsidere a l'execution suivante.

       ADD 1 TO WS-NB-ANOMALIES.

       DISPLAY "ANOMALIE - historique des relances du contrat "
               RLC-CODE-CONTRAT " non mis a jour (statut "
               WS-STATUT-RLC-IDX "), aucune lettre ni mouvement "
               "emis.".

       0260-ANOMALIE-HISTORIQUE-FIN.
       EXIT.


      *-----------------------------------------------

       0300-REGULARISATIONS-DEBUT.

      *Parcours complet de l'historique des relances : un cycle en
      *cours ou suspendu dont le contrat ne figure plus aux arrieres
      *du jour est solde. Un contrat suspendu (au maitre) recoit un
      *mouvement de remise en vigueur au statut ACTIF. Quand des
      *lignes d'arrieres n'ont pu etre chargees (illisibles, ou
      *capacite de la table atteinte), l'absence d'un contrat de la
      *table ne prouve plus son paiement : aucune regularisation
      *n'est faite et le code retour 4 le signale.

       IF RETURN-CODE NOT = ZERO
           GO TO 0300-REGULARISATIONS-FIN
       END-IF.

       IF WS-NB-ARR-PERDUS > ZERO
          OR WS-NB-ARR-ILLISIBLES > ZERO
           DISPLAY "ATTENTION - arrieres incomplets ("
                   WS-NB-ARR-ILLISIBLES " ligne(s) illisible(s), "
                   WS-NB-ARR-PERDUS " hors capacite), aucun cycle "
                   "solde ni remise en vigueur pour cette execution."
           MOVE 4 TO RETURN-CODE
           GO TO 0300-REGULARISATIONS-FIN
       END-IF.

       MOVE "N" TO WS-FIN-LECTURE.
       MOVE ZERO TO RLC-CODE-CONTRAT.

       START FICHIER-RELANCES-IDX KEY IS >= RLC-CODE-CONTRAT
           INVALID KEY
               MOVE "Y" TO WS-FIN-LECTURE
       END-START.

       PERFORM UNTIL WS-FIN-LECTURE = "Y"

           READ FICHIER-RELANCES-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-LECTURE
               NOT AT END
                   ADD 1 TO WS-NB-RELANCES
                   IF RLC-STATUT NOT = "SOLDE   "
                       PERFORM 0310-REGULARISATION-DEBUT
                          THRU 0310-REGULARISATION-FIN
                   END-IF
           END-READ

       END-PERFORM.

       0300-REGULARISATIONS-FIN.
       EXIT.


      *-----------------------------------------------

       0310-REGULARISATION-DEBUT.

       MOVE ZERO TO WS-IDX-ARR.

       PERFORM VARYING WS-CPT-ARR FROM 1 BY 1
               UNTIL WS-CPT-ARR > WS-NB-ARRIERES
                  OR WS-IDX-ARR NOT = ZERO
           IF WS-ARR-CODE(WS-CPT-ARR) = RLC-CODE-CONTRAT
               MOVE WS-CPT-ARR TO WS-IDX-ARR
           END-IF
       END-PERFORM.

       IF WS-IDX-ARR NOT = ZERO
           GO TO 0310-REGULARISATION-FIN
       END-IF.

      *Contrat suspendu : la remise en vigueur n'est produite que si
      *le maitre porte encore la suspension (un contrat resilie
      *entre-temps reste resilie).

       SET WS-EMISSION-AUCUNE TO TRUE.

       IF RLC-STATUT = "SUSPENDU"
           MOVE RLC-CODE-CONTRAT TO IDX-CODE-CONTRAT
           READ FICHIER-ASSURANCE-IDX
               INVALID KEY
                   MOVE SPACES TO IDX-STATUT
           END-READ
           IF IDX-STATUT = "SUSPENDU"
               SET WS-EMISSION-REMISE TO TRUE
           ELSE
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "ATTENTION - contrat " RLC-CODE-CONTRAT
                       " regle, pas de remise en vigueur (statut "
                       "maitre " IDX-STATUT ")."
           END-IF
       END-IF.

       MOVE "SOLDE   "   TO RLC-STATUT.
       MOVE WS-DATE-JOUR TO RLC-DATE-SOLDE.
       MOVE ZERO         TO RLC-MONTANT-EUR.
       MOVE ZERO         TO RLC-NB-ECHEANCES.

      *Solde enregistre avant l'emission de la remise en vigueur.

       REWRITE RLC-ENREGISTREMENT
           INVALID KEY
               PERFORM 0260-ANOMALIE-HISTORIQUE-DEBUT
                  THRU 0260-ANOMALIE-HISTORIQUE-FIN
               GO TO 0310-REGULARISATION-FIN
       END-REWRITE.

       ADD 1 TO WS-NB-SOLDES.

       IF WS-EMISSION-REMISE
           MOVE "ACTIF   " TO WS-STATUT-MOUVEMENT
           PERFORM 0250-MOUVEMENT-DEBUT
              THRU 0250-MOUVEMENT-FIN
           ADD 1 TO WS-NB-REMISES
       END-IF.

       0310-REGULARISATION-FIN.
       EXIT.


      *-----------------------------------------------

       0400-FERMETURES-DEBUT.

       IF RETURN-CODE >= 8
           GO TO 0400-FERMETURES-FIN
       END-IF.

       CLOSE FICHIER-ASSURANCE-IDX.
       CLOSE FICHIER-RELANCES-IDX.
       CLOSE FICHIER-LETTRES.
       CLOSE FICHIER-MOUVEMENTS.

       DISPLAY "Fin des relances - " WS-NB-LETTRES " lettre(s) ("
               WS-NB-NIVEAU-1 " rappel(s), " WS-NB-NIVEAU-2
               " relance(s), " WS-NB-NIVEAU-3 " mise(s) en demeure), "
               WS-NB-SUSPENSIONS " suspension(s), " WS-NB-REMISES
               " remise(s) en vigueur, " WS-NB-SOLDES " solde(s).".

       0400-FERMETURES-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.

      *Ecriture d'une ligne d'audit persistante pour chaque execution
      *des relances : contrats en arriere lus, cycles de l'historique,
      *lettres et mouvements produits, anomalies.

       MOVE SPACES                TO JRN-LIGNE.
       MOVE WS-DATE-HEURE-JRN     TO JRN-DATE-HEURE.
       MOVE "ASSURREL"            TO JRN-PROGRAMME.
       MOVE WS-FICHIER-ARRIERES   TO JRN-FICHIER-ENTREE.

       IF RETURN-CODE < 8
           MOVE WS-FICHIER-MOUVEMENTS TO JRN-FICHIER-SORTIE
       ELSE
           MOVE "ARRET - FICHIER ILLISIBLE OU NON CREE"
             TO JRN-FICHIER-SORTIE
       END-IF.

       MOVE WS-NB-LUES            TO JRN-NB-LUES.
       MOVE WS-NB-RELANCES        TO JRN-NB-TABLE.
       COMPUTE JRN-NB-ECRITES =
           WS-NB-LETTRES + WS-NB-SUSPENSIONS + WS-NB-REMISES.
       MOVE WS-NB-ANOMALIES       TO JRN-NB-REJETS.
       MOVE WS-NB-ARR-PERDUS      TO JRN-NB-PERDUES.

       OPEN EXTEND FICHIER-JOURNAL.

       IF WS-STATUT-JOURNAL = "35"
           OPEN OUTPUT FICHIER-JOURNAL
           CLOSE FICHIER-JOURNAL
           OPEN EXTEND FICHIER-JOURNAL
       END-IF.

       WRITE JRN-LIGNE.

       CLOSE FICHIER-JOURNAL.

       0900-JOURNAL-FIN.
       EXIT.
