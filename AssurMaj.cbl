      * 2026-09-02  TD  Identifiant client rattache aux creations et
      *                 modifications par nom normalise, depuis le
      *                 referentiel des clients maintenu par ASSURCLI.
      * 2026-10-15  TD  Resiliation en cours de periode : le mouvement
      *                 R porte sa date d'effet dans la zone date de
      *                 fin (date comptable a defaut) ; le contrat
      *                 n'est plus supprime du maitre mais passe au
      *                 statut RESILIE avec cette date et la prime non
      *                 acquise a restituer, calculee prorata temporis
      *                 sur la periode du contrat. Rejets R011 (date
      *                 d'effet invalide ou hors periode) et R012
      *                 (contrat deja resilie).
      * 2026-10-15  TD  Historique des versions de contrat : chaque
      *                 creation, modification (renouvellement quand
      *                 la date de fin est reportee) et resiliation
      *                 appliquee ecrit l'image du contrat apres
      *                 mouvement dans l'historique indexe
      *                 historique-contrats-idx.dat, cle code contrat
      *                 et date comptable.
      * 2026-10-15  TD  Operateur de saisie en fin de ligne de
      *                 mouvement (mouvements saisis a l'ecran par
      *                 ASSURSAI, a blanc sinon), repris a la suite de
      *                 l'image apres mouvement au rapport des
      *                 mouvements appliques.
      * 2026-10-15  TD  Date d'effet de resiliation controlee au
      *                 calendrier (R011 pour un 31 avril ou un 29
      *                 fevrier hors annee bissextile), avant le
      *                 calcul prorata de la prime restituee ; la
      *                 version RESILIE de l'historique des contrats
      *                 est datee de la date d'effet et non plus de
      *                 la date comptable.
      * 2026-10-15  TD  Rang de la version dans la date ajoute a la
      *                 cle de l'historique des contrats : une
      *                 resiliation a la date d'une creation ou d'un
      *                 renouvellement ne l'efface plus, et une
      *                 resiliation retroactive anterieure a la
      *                 derniere version est aussi versionnee a la date
      *                 comptable. Version non ecrite comptee en
      *                 anomalie et signalee au rapport.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       RECORD KEY IS IDX-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-IDX.

      *Historique indexe des versions de contrat (cumulatif)
       SELECT FICHIER-VERSIONS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-VER-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VER-CLE
       FILE STATUS IS WS-STATUT-VER-IDX.

      *Rapport des mouvements appliques (images avant/apres)
       SELECT FICHIER-RAPPORT-MVT ASSIGN TO DYNAMIC WS-FICHIER-RAPPORT
       ORGANIZATION IS LINE SEQUENTIAL.
                 15 F-FIN-ANNEE     PIC 9(4).
                 15 F-FIN-MOIS      PIC 9(2).
                 15 F-FIN-JOUR      PIC 9(2).
      *Sur un mouvement R, la zone date de fin porte la date d'effet
      *de la resiliation (a blanc : date comptable du traitement).
                10 F-DATE-EFFET REDEFINES F-DATE-FIN
                                    PIC X(8).
                10 FILLER           PIC X.
                10 F-MONTANT        PIC 9(7)v9(2).
                10 FILLER           PIC X.
                10 F-DEVISE         PIC X(3).
                10 FILLER           PIC X.
                10 F-CODE-INTERM    PIC X(6).
      *Operateur de la saisie a l'ecran (a blanc pour les mouvements
      *produits par traitement).
               05 FILLER           PIC X.
               05 F-OPERATEUR      PIC X(8).

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-VERSIONS-IDX.
      * COPY VERREC.CPY fournit VER-ENREGISTREMENT.
           COPY VERREC.

       FD FICHIER-RAPPORT-MVT.
           01 F-LIGNE-RAPPORT-MVT      PIC X(180).

       FD FICHIER-REJETS.
      * COPY RJTREC.CPY fournit REJ-ENREGISTREMENT.
       77  WS-NB-RESILIATIONS PIC 9(5)   VALUE ZERO.
       77  WS-NB-REJETS       PIC 9(5)   VALUE ZERO.
       77  WS-NB-APPLIQUES    PIC 9(5)   VALUE ZERO.
       77  WS-NB-VERSIONS     PIC 9(5)   VALUE ZERO.

       01  WS-FIN-LECTURE    PIC X       VALUE "N".


       77  WS-MONTANT-EUR-MVT        PIC 9(9)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Resiliation en cours de periode : date d'effet et calcul de la
      * prime non acquise prorata temporis
      *----------------------------------------------------------------
       01  WS-DATE-EFFET-RES.
           05 WS-EFF-ANNEE           PIC 9(4).
           05 WS-EFF-MOIS            PIC 9(2).
           05 WS-EFF-JOUR            PIC 9(2).
       01  WS-DATE-EFFET-RES-NUM REDEFINES WS-DATE-EFFET-RES
                                     PIC 9(8).

       77  WS-DATE-DEBUT-NUM         PIC 9(8)      VALUE ZERO.
       77  WS-DATE-FIN-NUM           PIC 9(8)      VALUE ZERO.
       77  WS-JOURS-PERIODE          PIC S9(7)     VALUE ZERO.
       77  WS-JOURS-NON-ACQUIS       PIC S9(7)     VALUE ZERO.
       77  WS-PRIME-RESTITUEE        PIC 9(7)v9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Historique des versions : evenement de la version a ecrire et
      * date de fin avant modification (un report de la date de fin
      * est un renouvellement)
      *----------------------------------------------------------------
       01  WS-EVENEMENT-VERSION      PIC X(8).
       01  WS-DATE-FIN-AVANT         PIC X(10).

      *Date de la version a ecrire, derniere version deja presente a
      *cette date (rang, evenement) et existence d'une version plus
      *recente du contrat.
       77  WS-VER-DATE               PIC 9(8)  VALUE ZERO.
       77  WS-VER-RANG-DERNIER       PIC 9(2)  VALUE ZERO.
       01  WS-VER-EVT-DERNIER        PIC X(8).
       01  WS-VER-TROUVEE            PIC X     VALUE "N".
       01  WS-VER-POSTERIEURE        PIC X     VALUE "N".
       01  WS-FIN-VERSIONS           PIC X     VALUE "N".
       77  WS-NB-ANOMALIES-VER       PIC 9(5)  VALUE ZERO.

      *----------------------------------------------------------------
      * Reference des produits (copybook commun au lot Assurances) :
      * le controle des produits n'est actif que si la reference a pu
                                       "assurances-idx.dat".
       01  WS-FICHIER-PRD-IDX         PIC X(60) VALUE
                                       "produits-idx.dat".
       01  WS-FICHIER-VER-IDX         PIC X(60) VALUE
                                       "historique-contrats-idx.dat".
       01  WS-FICHIER-CLI-IDX         PIC X(60) VALUE
                                       "clients-idx.dat".

       77  WS-STATUT-IDX              PIC X(2).
       77  WS-STATUT-TAUX             PIC X(2).
       77  WS-STATUT-PRODUITS         PIC X(2).
       77  WS-STATUT-VER-IDX          PIC X(2).


       PROCEDURE DIVISION.

      *Application des mouvements journaliers au fichier maitre :
      *C = creation (WRITE), M = modification (REWRITE apres relecture)
      *R = resiliation a date d'effet (REWRITE au statut RESILIE).
      *Tout mouvement invalide ou portant sur un contrat inconnu part
      *au fichier des rejets avec un code raison.

       DISPLAY "Ouverture du fichier des mouvements :".
       OPEN INPUT FICHIER-MOUVEMENTS.
           OPEN I-O FICHIER-ASSURANCE-IDX
       END-IF.

      *L'historique des versions est cumulatif : ouvert en mise a
      *jour, cree vide a la premiere execution.

       OPEN I-O FICHIER-VERSIONS-IDX.

       IF WS-STATUT-VER-IDX = "35"
           OPEN OUTPUT FICHIER-VERSIONS-IDX
           CLOSE FICHIER-VERSIONS-IDX
           OPEN I-O FICHIER-VERSIONS-IDX
       END-IF.

       OPEN OUTPUT FICHIER-REJETS.
       OPEN OUTPUT FICHIER-RAPPORT-MVT.

       CLOSE FICHIER-REJETS.
       CLOSE FICHIER-RAPPORT-MVT.
       CLOSE FICHIER-ASSURANCE-IDX.
       CLOSE FICHIER-VERSIONS-IDX.

       COMPUTE WS-NB-APPLIQUES =
           WS-NB-CREATIONS + WS-NB-MODIFS + WS-NB-RESILIATIONS.
               " mouvement(s) applique(s), " WS-NB-REJETS
               " rejete(s).".

       IF WS-NB-ANOMALIES-VER > ZERO
           DISPLAY "ATTENTION - " WS-NB-ANOMALIES-VER
                   " version(s) de contrat non ecrite(s) dans "
                   WS-FICHIER-VER-IDX " (voir le rapport)."
       END-IF.

       0100-TRAITEMENT-FIN.
       EXIT.

           MOVE "CODE CONTRAT INVALIDE" TO WS-RAISON-REJET
       END-IF.

      *La resiliation ne porte que sur le code contrat et sa date
      *d'effet : les controles de contenu ne s'appliquent qu'aux
      *creations et modifications. Une date d'effet a blanc vaut date
      *comptable du traitement.

       IF WS-ENREGISTREMENT-VALIDE
          AND F-CODE-MOUVEMENT = "R"
           IF F-DATE-EFFET = SPACES OR F-DATE-EFFET = ZERO
               MOVE WS-DATE-JOUR TO WS-DATE-EFFET-RES-NUM
           ELSE
               IF F-DATE-EFFET IS NUMERIC
                   MOVE F-DATE-EFFET TO WS-DATE-EFFET-RES
               ELSE
                   MOVE ZERO TO WS-DATE-EFFET-RES-NUM
               END-IF
           END-IF
           IF WS-EFF-MOIS < 1 OR WS-EFF-MOIS > 12
              OR WS-EFF-JOUR < 1 OR WS-EFF-JOUR > 31
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET-RES-NUM)
                 NOT = ZERO
               SET WS-ENREGISTREMENT-INVALIDE TO TRUE
               MOVE "R011" TO WS-CODE-RAISON
               MOVE "DATE EFFET RESILIATION INVALIDE"
                 TO WS-RAISON-REJET
           END-IF
       END-IF.

       IF WS-ENREGISTREMENT-VALIDE
          AND F-CODE-MOUVEMENT NOT = "R"
      *deja present part en rejet : le systeme amont doit envoyer une
      *modification, pas une creation.

       MOVE SPACES TO IDX-DATE-RESILIATION.
       MOVE ZERO   TO IDX-PRIME-RESTITUEE.

       PERFORM 0230-CONSTRUIT-IDX-DEBUT
          THRU 0230-CONSTRUIT-IDX-FIN.

           NOT INVALID KEY
               ADD 1 TO WS-NB-CREATIONS
               MOVE SPACES TO F-LIGNE-RAPPORT-MVT
               STRING "CREATION " IDX-ENREGISTREMENT " "
                      F-OPERATEUR
                   INTO F-LIGNE-RAPPORT-MVT
               WRITE F-LIGNE-RAPPORT-MVT
               MOVE "CREATION" TO WS-EVENEMENT-VERSION
               PERFORM 0250-ECRITURE-VERSION-DEBUT
                  THRU 0250-ECRITURE-VERSION-FIN
       END-WRITE.

       0200-CREATION-FIN.
                   INTO F-LIGNE-RAPPORT-MVT
               WRITE F-LIGNE-RAPPORT-MVT

               MOVE IDX-DATE-FIN TO WS-DATE-FIN-AVANT

               PERFORM 0230-CONSTRUIT-IDX-DEBUT
                  THRU 0230-CONSTRUIT-IDX-FIN


               ADD 1 TO WS-NB-MODIFS
               MOVE SPACES TO F-LIGNE-RAPPORT-MVT
               STRING "APRES    " IDX-ENREGISTREMENT " "
                      F-OPERATEUR
                   INTO F-LIGNE-RAPPORT-MVT
               WRITE F-LIGNE-RAPPORT-MVT

      *Une modification qui reporte la date de fin (mouvement de
      *renouvellement d'ASSURREN) est historisee comme telle.

               IF IDX-DATE-FIN > WS-DATE-FIN-AVANT
                   MOVE "RENOUVEL" TO WS-EVENEMENT-VERSION
               ELSE
                   MOVE "MODIF   " TO WS-EVENEMENT-VERSION
               END-IF
               PERFORM 0250-ECRITURE-VERSION-DEBUT
                  THRU 0250-ECRITURE-VERSION-FIN
       END-READ.

       0210-MODIFICATION-FIN.

       0220-RESILIATION-DEBUT.

      *Resiliation d'un contrat a sa date d'effet : l'image courante
      *est conservee au rapport (image AVANT), puis le contrat reste
      *au fichier maitre au statut RESILIE avec la date d'effet et la
      *prime non acquise a restituer (image RESILIE). Le contrat
      *continue ainsi de figurer dans la sinistralite, l'exposition
      *client et les rapprochements.

       MOVE F-CODE-CONTRAT TO IDX-CODE-CONTRAT.

               MOVE "CONTRAT INCONNU AU MAITRE" TO WS-RAISON-REJET
               PERFORM 0130-ECRITURE-REJET-DEBUT
                  THRU 0130-ECRITURE-REJET-FIN
               GO TO 0220-RESILIATION-FIN
       END-READ.

       IF IDX-STATUT = "RESILIE "
           ADD 1 TO WS-NB-REJETS
           MOVE "R012" TO WS-CODE-RAISON
           MOVE "CONTRAT DEJA RESILIE" TO WS-RAISON-REJET
           PERFORM 0130-ECRITURE-REJET-DEBUT
              THRU 0130-ECRITURE-REJET-FIN
           GO TO 0220-RESILIATION-FIN
       END-IF.

       MOVE IDX-DATE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4).
       MOVE IDX-DATE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2).
       MOVE IDX-DATE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2).
       MOVE IDX-DATE-FIN(1:4)   TO WS-DATE-FIN-NUM(1:4).
       MOVE IDX-DATE-FIN(6:2)   TO WS-DATE-FIN-NUM(5:2).
       MOVE IDX-DATE-FIN(9:2)   TO WS-DATE-FIN-NUM(7:2).

      *La date d'effet doit tomber dans la periode du contrat.

       IF WS-DATE-EFFET-RES-NUM < WS-DATE-DEBUT-NUM
          OR WS-DATE-EFFET-RES-NUM > WS-DATE-FIN-NUM
           ADD 1 TO WS-NB-REJETS
           MOVE "R011" TO WS-CODE-RAISON
           MOVE "DATE EFFET HORS PERIODE CONTRAT" TO WS-RAISON-REJET
           PERFORM 0130-ECRITURE-REJET-DEBUT
              THRU 0130-ECRITURE-REJET-FIN
           GO TO 0220-RESILIATION-FIN
       END-IF.

       MOVE SPACES TO F-LIGNE-RAPPORT-MVT.
       STRING "AVANT    " IDX-ENREGISTREMENT
           INTO F-LIGNE-RAPPORT-MVT.
       WRITE F-LIGNE-RAPPORT-MVT.

       PERFORM 0240-PRIME-RESTITUEE-DEBUT
          THRU 0240-PRIME-RESTITUEE-FIN.

       MOVE "RESILIE "          TO IDX-STATUT.
       MOVE SPACES              TO IDX-DATE-RESILIATION.
       STRING WS-EFF-ANNEE "/" WS-EFF-MOIS "/" WS-EFF-JOUR
           INTO IDX-DATE-RESILIATION.
       MOVE WS-PRIME-RESTITUEE  TO IDX-PRIME-RESTITUEE.

       REWRITE IDX-ENREGISTREMENT.

       ADD 1 TO WS-NB-RESILIATIONS.
       MOVE SPACES TO F-LIGNE-RAPPORT-MVT.
       STRING "RESILIE  " IDX-ENREGISTREMENT " "
              F-OPERATEUR
           INTO F-LIGNE-RAPPORT-MVT.
       WRITE F-LIGNE-RAPPORT-MVT.

       MOVE "RESILIE " TO WS-EVENEMENT-VERSION.
       PERFORM 0250-ECRITURE-VERSION-DEBUT
          THRU 0250-ECRITURE-VERSION-FIN.

       0220-RESILIATION-FIN.
       EXIT.
          THRU 0058-RECHERCHE-ID-CLIENT-FIN.
       MOVE WS-ID-CLIENT-TROUVE TO IDX-ID-CLIENT.

      *La date d'effet et la prime restituee d'une resiliation ne sont
      *conservees que tant que le contrat reste au statut RESILIE.

       IF IDX-STATUT NOT = "RESILIE "
           MOVE SPACES TO IDX-DATE-RESILIATION
           MOVE ZERO   TO IDX-PRIME-RESTITUEE
       END-IF.

       0230-CONSTRUIT-IDX-FIN.
       EXIT.


      *-----------------------------------------------

       0240-PRIME-RESTITUEE-DEBUT.

      *Prime non acquise a la date d'effet de la resiliation, prorata
      *temporis : prime du contrat multipliee par le nombre de jours
      *restant a courir apres la date d'effet, rapporte au nombre de
      *jours de la periode du contrat.

       MOVE ZERO TO WS-PRIME-RESTITUEE.

       COMPUTE WS-JOURS-PERIODE =
           FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM) -
           FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM).

       COMPUTE WS-JOURS-NON-ACQUIS =
           FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM) -
           FUNCTION INTEGER-OF-DATE(WS-DATE-EFFET-RES-NUM).

       IF WS-JOURS-PERIODE > ZERO
          AND WS-JOURS-NON-ACQUIS > ZERO
           COMPUTE WS-PRIME-RESTITUEE ROUNDED =
               IDX-MONTANT * WS-JOURS-NON-ACQUIS / WS-JOURS-PERIODE
       END-IF.

       0240-PRIME-RESTITUEE-FIN.
       EXIT.


      *-----------------------------------------------

       0250-ECRITURE-VERSION-DEBUT.

      *Version du contrat apres mouvement (image courante du maitre),
      *datee de la date comptable, sauf la resiliation qui est datee
      *de sa date d'effet. Une resiliation dont la date d'effet
      *precede une version plus recente du contrat (modification ou
      *renouvellement posterieur) est versionnee une seconde fois a
      *la date comptable, pour que la consultation a une date
      *ulterieure ne rende pas l'image ACTIF de cette version.

       IF WS-EVENEMENT-VERSION = "RESILIE "
           MOVE WS-DATE-EFFET-RES-NUM TO WS-VER-DATE
       ELSE
           MOVE WS-DATE-JOUR          TO WS-VER-DATE
       END-IF.

       PERFORM 0255-DEPOT-VERSION-DEBUT
          THRU 0255-DEPOT-VERSION-FIN.

       IF WS-EVENEMENT-VERSION = "RESILIE "
          AND WS-VER-POSTERIEURE = "O"
          AND WS-DATE-EFFET-RES-NUM < WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-VER-DATE
           PERFORM 0255-DEPOT-VERSION-DEBUT
              THRU 0255-DEPOT-VERSION-FIN
       END-IF.

       0250-ECRITURE-VERSION-FIN.
       EXIT.


      *-----------------------------------------------

       0255-DEPOT-VERSION-DEBUT.

      *Ecriture de la version du contrat a la date WS-VER-DATE. Les
      *versions deja presentes a cette date sont parcourues : si la
      *derniere porte le meme evenement, elle est remplacee (etat en
      *fin de journee) ; sinon la version prend le rang suivant, de
      *sorte qu'une resiliation a la date d'une creation ou d'un
      *renouvellement ne l'efface pas. WS-VER-POSTERIEURE dit si le
      *contrat a une version a une date plus recente. Une version qui
      *ne peut etre ecrite est comptee en anomalie et signalee au
      *rapport des mouvements appliques.

       MOVE "N"  TO WS-VER-TROUVEE.
       MOVE "N"  TO WS-VER-POSTERIEURE.
       MOVE "N"  TO WS-FIN-VERSIONS.
       MOVE ZERO TO WS-VER-RANG-DERNIER.
       MOVE SPACES TO WS-VER-EVT-DERNIER.

       MOVE IDX-CODE-CONTRAT TO VER-CODE-CONTRAT.
       MOVE WS-VER-DATE      TO VER-DATE-EFFET.
       MOVE ZERO             TO VER-RANG.

       START FICHIER-VERSIONS-IDX KEY IS >= VER-CLE
           INVALID KEY
               MOVE "Y" TO WS-FIN-VERSIONS
       END-START.

       PERFORM UNTIL WS-FIN-VERSIONS = "Y"

           READ FICHIER-VERSIONS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-VERSIONS
               NOT AT END
                   IF VER-CODE-CONTRAT NOT = IDX-CODE-CONTRAT
                       MOVE "Y" TO WS-FIN-VERSIONS
                   ELSE
                       IF VER-DATE-EFFET > WS-VER-DATE
                           MOVE "O" TO WS-VER-POSTERIEURE
                           MOVE "Y" TO WS-FIN-VERSIONS
                       ELSE
                           MOVE "O"           TO WS-VER-TROUVEE
                           MOVE VER-RANG      TO WS-VER-RANG-DERNIER
                           MOVE VER-EVENEMENT TO WS-VER-EVT-DERNIER
                       END-IF
                   END-IF
           END-READ

       END-PERFORM.

       MOVE IDX-CODE-CONTRAT      TO VER-CODE-CONTRAT.
       MOVE WS-VER-DATE           TO VER-DATE-EFFET.
       MOVE WS-EVENEMENT-VERSION  TO VER-EVENEMENT.
       MOVE "ASSURMAJ"            TO VER-PROGRAMME.
       MOVE WS-DATE-HEURE-JRN     TO VER-HORODATAGE.
       MOVE IDX-ENREGISTREMENT    TO VER-IMAGE-CONTRAT.

       IF WS-VER-TROUVEE = "O"
          AND WS-VER-EVT-DERNIER = WS-EVENEMENT-VERSION
           MOVE WS-VER-RANG-DERNIER TO VER-RANG
           REWRITE VER-ENREGISTREMENT
               INVALID KEY
                   PERFORM 0258-ANOMALIE-VERSION-DEBUT
                      THRU 0258-ANOMALIE-VERSION-FIN
                   GO TO 0255-DEPOT-VERSION-FIN
           END-REWRITE
           ADD 1 TO WS-NB-VERSIONS
           GO TO 0255-DEPOT-VERSION-FIN
       END-IF.

       IF WS-VER-TROUVEE = "O"
           IF WS-VER-RANG-DERNIER = 99
               PERFORM 0258-ANOMALIE-VERSION-DEBUT
                  THRU 0258-ANOMALIE-VERSION-FIN
               GO TO 0255-DEPOT-VERSION-FIN
           END-IF
           COMPUTE VER-RANG = WS-VER-RANG-DERNIER + 1
       ELSE
           MOVE ZERO TO VER-RANG
       END-IF.

       WRITE VER-ENREGISTREMENT
           INVALID KEY
               PERFORM 0258-ANOMALIE-VERSION-DEBUT
                  THRU 0258-ANOMALIE-VERSION-FIN
               GO TO 0255-DEPOT-VERSION-FIN
       END-WRITE.

       ADD 1 TO WS-NB-VERSIONS.

       0255-DEPOT-VERSION-FIN.
       EXIT.


      *-----------------------------------------------

       0258-ANOMALIE-VERSION-DEBUT.

      *Version non ecrite : comptee et signalee au rapport des
      *mouvements appliques avec le contrat, la date et l'evenement.

       ADD 1 TO WS-NB-ANOMALIES-VER.

       MOVE SPACES TO F-LIGNE-RAPPORT-MVT.
       STRING "ANOMALIE version du contrat " IDX-CODE-CONTRAT
              " au " WS-VER-DATE " (" WS-EVENEMENT-VERSION
              ") non ecrite, statut " WS-STATUT-VER-IDX "."
           INTO F-LIGNE-RAPPORT-MVT.
       WRITE F-LIGNE-RAPPORT-MVT.

       0258-ANOMALIE-VERSION-FIN.
       EXIT.


      *-----------------------------------------------

       0900-JOURNAL-DEBUT.
