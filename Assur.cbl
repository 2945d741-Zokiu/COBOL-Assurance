      *                 le rapport d'exposition consolide par
      *                 identifiant et non plus par graphie, et le
      *                 mode CLIENT accepte un identifiant ou un nom.
      * 2026-10-15  TD  Date d'effet de resiliation et prime restituee
      *                 ajoutees au fichier maitre (IDXREC), mises a
      *                 blanc/zero au chargement complet.
      * 2026-10-15  TD  Historique des versions de contrat : chaque
      *                 expiration de fin de journee ecrit l'image du
      *                 contrat expire dans historique-contrats-idx.dat
      *                 (cle code contrat et date comptable), comme les
      *                 mouvements d'ASSURMAJ. Le mode CONSULTATION
      *                 accepte une date AAAAMMJJ en 3eme zone et
      *                 reconstitue le contrat tel qu'il etait a cette
      *                 date, depuis la derniere version anterieure.
      * 2026-10-15  TD  Chargement complet : les statuts poses depuis
      *                 le dernier chargement par les traitements du
      *                 jour sont releves sur le maitre precedent avant
      *                 sa recreation et reportes sur le nouveau
      *                 (date d'effet de resiliation et prime restituee
      *                 d'un contrat toujours RESILIE, SUSPENDU
      *                 maintenu quand l'extrait porte ACTIF). Le
      *                 releve est conserve dans un fichier de travail
      *                 pour la reprise.
      * 2026-10-15  TD  Rang de la version dans la date ajoute a la
      *                 cle de l'historique des contrats : une
      *                 expiration du jour s'ajoute aux versions
      *                 d'ASSURMAJ de la meme date au lieu de les
      *                 remplacer ; version non ecrite signalee.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CHECKPOINT.

      *Statuts du maitre precedent a reporter sur le maitre recharge
      *(releve avant la recreation, relu en reprise)
       SELECT FICHIER-REPORT-STATUTS ASSIGN
                       TO DYNAMIC WS-FICHIER-REPORT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REPORT.

      *Fichier indexe des contrats, pour la consultation ponctuelle
       SELECT FICHIER-ASSURANCE-IDX ASSIGN TO DYNAMIC WS-FICHIER-IDX
       ORGANIZATION IS INDEXED
       RECORD KEY IS IDX-CODE-CONTRAT
       FILE STATUS IS WS-STATUT-IDX.

      *Historique indexe des versions de contrat (cumulatif)
       SELECT FICHIER-VERSIONS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-VER-IDX
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VER-CLE
       FILE STATUS IS WS-STATUT-VER-IDX.

      *Reference des produits (maintenue par ASSURPRD)
       SELECT FICHIER-PRODUITS-IDX ASSIGN
                       TO DYNAMIC WS-FICHIER-PRD-IDX
               05 FILLER               PIC X.
               05 CKP-NB-PERDUES       PIC 9(5).

       FD FICHIER-REPORT-STATUTS.
           01 RPS-LIGNE.
               05 RPS-CODE-CONTRAT     PIC 9(8).
               05 FILLER               PIC X.
               05 RPS-STATUT           PIC X(8).
               05 FILLER               PIC X.
               05 RPS-DATE-RESILIATION PIC X(10).
               05 FILLER               PIC X.
               05 RPS-PRIME-RESTITUEE  PIC 9(7)v9(2).

       FD FICHIER-ASSURANCE-IDX.
      * COPY IDXREC.CPY fournit IDX-ENREGISTREMENT.
           COPY IDXREC.

       FD FICHIER-VERSIONS-IDX.
      * COPY VERREC.CPY fournit VER-ENREGISTREMENT.
           COPY VERREC.

       FD FICHIER-PRODUITS-IDX.
      * COPY PRDREC.CPY fournit PRD-ENREGISTREMENT.
           COPY PRDREC.
           88 WS-CONSULT-TROUVE              VALUE "O".
           88 WS-CONSULT-ABSENT              VALUE "N".

      *----------------------------------------------------------------
      * Consultation a date : date demandee (zero = image courante du
      * maitre) et derniere version trouvee a cette date
      *----------------------------------------------------------------
       77  WS-DATE-CONSULTATION      PIC 9(8)  VALUE ZERO.
       77  WS-VER-DATE-TROUVEE       PIC 9(8)  VALUE ZERO.
       77  WS-VER-DATE-SUIVANTE      PIC 9(8)  VALUE ZERO.
       01  WS-VER-EVENEMENT-TROUVE   PIC X(8).
       01  WS-VER-PROGRAMME-TROUVE   PIC X(8).
       01  WS-VER-IMAGE-TROUVEE      PIC X(160).
       01  WS-FIN-VERSIONS           PIC X     VALUE "N".

      *Ecriture d'une version d'expiration : derniere version deja
      *presente a la date comptable (rang, evenement).
       77  WS-VER-RANG-DERNIER       PIC 9(2)  VALUE ZERO.
       01  WS-VER-EVT-DERNIER        PIC X(8).
       01  WS-VER-TROUVEE            PIC X     VALUE "N".
       77  WS-NB-ANOMALIES-VER       PIC 9(5)  VALUE ZERO.
       77  WS-MONTANT-CONSULT-ED     PIC ZZZZZZ9.99.

       01  WS-CODE-RAISON            PIC X(4).
       01  WS-RAISON-REJET           PIC X(31).

                                       "assurances-idx.dat".
       01  WS-FICHIER-CHECKPT         PIC X(60) VALUE
                                       "checkpoint-assurances.dat".
       01  WS-FICHIER-REPORT          PIC X(60) VALUE
                                       "report-statuts-maitre.dat".
       01  WS-FICHIER-REJETS-TMP      PIC X(60) VALUE
                                       "rejets-reprise.tmp".
       01  WS-FICHIER-CLIENTS         PIC X(60) VALUE SPACES.
       01  WS-FICHIER-CLI-IDX         PIC X(60) VALUE
                                       "clients-idx.dat".
       01  WS-FICHIER-FAMILLES        PIC X(60) VALUE SPACES.
       01  WS-FICHIER-VER-IDX         PIC X(60) VALUE
                                       "historique-contrats-idx.dat".

       01  WS-CODE-RECHERCHE          PIC 9(8).

       77  WS-STATUT-HISTO-PORT       PIC X(2).
       77  WS-STATUT-REJETS           PIC X(2).
       77  WS-STATUT-PRODUITS         PIC X(2).
       77  WS-STATUT-VER-IDX          PIC X(2).
       77  WS-STATUT-REPORT           PIC X(2).

      *----------------------------------------------------------------
      * Statuts poses depuis le dernier chargement complet
      * (resiliations d'ASSURMAJ, suspensions d'ASSURREL), releves sur
      * le maitre precedent et reportes sur le maitre recharge
      *----------------------------------------------------------------
       01  WS-TABLE-REPORT.
           05 WS-RPS-ENTREE OCCURS 9999 TIMES.
              10 WS-RPS-CODE          PIC 9(8).
              10 WS-RPS-STATUT        PIC X(8).
              10 WS-RPS-DATE-RESIL    PIC X(10).
              10 WS-RPS-PRIME-REST    PIC 9(7)v9(2).

       77  WS-NB-REPORT               PIC 9(4)  VALUE ZERO.
       77  WS-CPT-REPORT              PIC 9(4)  VALUE ZERO.
       77  WS-IDX-REPORT              PIC 9(4)  VALUE ZERO.
       77  WS-NB-REPORT-PERDUS        PIC 9(5)  VALUE ZERO.
       77  WS-NB-REPORTES             PIC 9(5)  VALUE ZERO.
       77  WS-FIN-REPORT              PIC X     VALUE "N".

      *----------------------------------------------------------------
      * Cycle de vie des statuts (expiration de fin de journee)
       IF WS-PARM-MODE = "CONSULTATION" OR WS-PARM-MODE = "CONSULT"
           SET WS-MODE-CONSULTATION TO TRUE
           MOVE WS-PARM-2 TO WS-CODE-RECHERCHE
      *3eme zone facultative : date AAAAMMJJ de la consultation (le
      *contrat est alors reconstitue tel qu'il etait a cette date).
           IF WS-PARM-3(1:8) IS NUMERIC
              AND WS-PARM-3(9:6) = SPACES
               MOVE WS-PARM-3(1:8) TO WS-DATE-CONSULTATION
           ELSE
               IF WS-PARM-3 NOT = SPACES
                   DISPLAY "ATTENTION - date de consultation "
                           "illisible (" WS-PARM-3
                           "), image courante du contrat."
               END-IF
           END-IF
       ELSE
       IF WS-PARM-MODE = "CLIENT"

       EXIT.


      *-----------------------------------------------

       0090-RELEVE-STATUTS-DEBUT.

      *Releve des statuts poses sur le maitre depuis le dernier
      *chargement complet : contrats RESILIE (date d'effet et prime
      *restituee d'ASSURMAJ) et SUSPENDU (ASSURREL). Le releve est
      *ecrit dans un fichier de travail avant la recreation du
      *maitre ; en reprise, le maitre est deja en partie recharge et
      *le releve de l'execution interrompue est relu a sa place. Un
      *maitre absent (premier chargement) ne donne aucun report.

       MOVE ZERO TO WS-NB-REPORT.
       MOVE "N" TO WS-FIN-REPORT.

       IF WS-REPRISE-ACTIVE
           OPEN INPUT FICHIER-REPORT-STATUTS
           IF WS-STATUT-REPORT NOT = "00"
               DISPLAY "ATTENTION - releve des statuts de l'execution "
                       "interrompue absent, aucun statut reporte."
               GO TO 0090-RELEVE-STATUTS-FIN
           END-IF
           PERFORM UNTIL WS-FIN-REPORT = "O"
               READ FICHIER-REPORT-STATUTS
                   AT END
                       MOVE "O" TO WS-FIN-REPORT
                   NOT AT END
                       IF WS-NB-REPORT < 9999
                           ADD 1 TO WS-NB-REPORT
                           MOVE RPS-CODE-CONTRAT
                             TO WS-RPS-CODE(WS-NB-REPORT)
                           MOVE RPS-STATUT
                             TO WS-RPS-STATUT(WS-NB-REPORT)
                           MOVE RPS-DATE-RESILIATION
                             TO WS-RPS-DATE-RESIL(WS-NB-REPORT)
                           MOVE RPS-PRIME-RESTITUEE
                             TO WS-RPS-PRIME-REST(WS-NB-REPORT)
                       ELSE
                           ADD 1 TO WS-NB-REPORT-PERDUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-REPORT-STATUTS
           GO TO 0090-RELEVE-STATUTS-FIN
       END-IF.

       OPEN OUTPUT FICHIER-REPORT-STATUTS.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
           CLOSE FICHIER-REPORT-STATUTS
           GO TO 0090-RELEVE-STATUTS-FIN
       END-IF.

       PERFORM UNTIL WS-FIN-REPORT = "O"
           READ FICHIER-ASSURANCE-IDX NEXT RECORD
               AT END
                   MOVE "O" TO WS-FIN-REPORT
               NOT AT END
                   IF IDX-STATUT = "RESILIE " OR IDX-STATUT = "SUSPENDU"
                       IF WS-NB-REPORT < 9999
                           ADD 1 TO WS-NB-REPORT
                           MOVE IDX-CODE-CONTRAT
                             TO WS-RPS-CODE(WS-NB-REPORT)
                           MOVE IDX-STATUT
                             TO WS-RPS-STATUT(WS-NB-REPORT)
                           MOVE IDX-DATE-RESILIATION
                             TO WS-RPS-DATE-RESIL(WS-NB-REPORT)
                           MOVE IDX-PRIME-RESTITUEE
                             TO WS-RPS-PRIME-REST(WS-NB-REPORT)
                           MOVE SPACES TO RPS-LIGNE
                           MOVE IDX-CODE-CONTRAT     TO RPS-CODE-CONTRAT
                           MOVE IDX-STATUT           TO RPS-STATUT
                           MOVE IDX-DATE-RESILIATION
                             TO RPS-DATE-RESILIATION
                           MOVE IDX-PRIME-RESTITUEE
                             TO RPS-PRIME-RESTITUEE
                           WRITE RPS-LIGNE
                       ELSE
                           ADD 1 TO WS-NB-REPORT-PERDUS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.
       CLOSE FICHIER-REPORT-STATUTS.

       IF WS-NB-REPORT-PERDUS > ZERO
           DISPLAY "ATTENTION - " WS-NB-REPORT-PERDUS
                   " statut(s) du maitre precedent non reporte(s) : "
                   "capacite du releve (9999) depassee."
       END-IF.

       0090-RELEVE-STATUTS-FIN.
       EXIT.


      *-----------------------------------------------

       0095-REPORT-STATUT-DEBUT.

      *Report sur le contrat recharge (IDX-ENREGISTREMENT et poste
      *courant du tableau) du statut releve sur le maitre precedent :
      *un contrat toujours RESILIE garde sa date d'effet et sa prime
      *restituee (avoir d'ASSURFACT, releve client) ; un contrat
      *SUSPENDU pour impaye reste SUSPENDU tant que l'extrait le
      *donne ACTIF, la remise en vigueur etant l'affaire d'ASSURREL.

       MOVE ZERO TO WS-IDX-REPORT.

       PERFORM VARYING WS-CPT-REPORT FROM 1 BY 1
               UNTIL WS-CPT-REPORT > WS-NB-REPORT
                  OR WS-IDX-REPORT NOT = ZERO
           IF WS-RPS-CODE(WS-CPT-REPORT) = IDX-CODE-CONTRAT
               MOVE WS-CPT-REPORT TO WS-IDX-REPORT
           END-IF
       END-PERFORM.

       IF WS-IDX-REPORT = ZERO
           GO TO 0095-REPORT-STATUT-FIN
       END-IF.

       IF WS-RPS-STATUT(WS-IDX-REPORT) = "RESILIE "
          AND IDX-STATUT = "RESILIE "
           MOVE WS-RPS-DATE-RESIL(WS-IDX-REPORT)
             TO IDX-DATE-RESILIATION
           MOVE WS-RPS-PRIME-REST(WS-IDX-REPORT)
             TO IDX-PRIME-RESTITUEE
           ADD 1 TO WS-NB-REPORTES
       END-IF.

       IF WS-RPS-STATUT(WS-IDX-REPORT) = "SUSPENDU"
          AND IDX-STATUT = "ACTIF   "
           MOVE "SUSPENDU" TO IDX-STATUT
           MOVE "SUSPENDU" TO WS-STATUT(WS-NB-ENREG-TABLE)
           ADD 1 TO WS-NB-REPORTES
       END-IF.

       0095-REPORT-STATUT-FIN.
       EXIT.


      *-----------------------------------------------

       0100-LECTURE-DEBUT .
      *contenu du dernier checkpoint (les lignes ecrites entre le
      *checkpoint et l'incident seront reecrites par la reprise), et
      *le fichier maitre est rouvert en mise a jour au lieu d'etre
      *recree. Les statuts a reporter sont releves sur le maitre
      *avant sa recreation (relus du releve de l'execution
      *interrompue en reprise).

       PERFORM 0090-RELEVE-STATUTS-DEBUT
          THRU 0090-RELEVE-STATUTS-FIN.

       IF WS-REPRISE-ACTIVE
           PERFORM 0105-REPRISE-REJETS-DEBUT
                        TO  IDX-CODE-INTERM
                       MOVE WS-ID-CLIENT(WS-NB-ENREG-TABLE)
                        TO  IDX-ID-CLIENT
      *L'extrait complet ne porte ni date d'effet de resiliation ni
      *prime restituee : ces zones ne sont alimentees que par les
      *mouvements de resiliation d'ASSURMAJ, et reprises du maitre
      *precedent pour un contrat toujours RESILIE.
                       MOVE SPACES TO IDX-DATE-RESILIATION
                       MOVE ZERO   TO IDX-PRIME-RESTITUEE
                       PERFORM 0095-REPORT-STATUT-DEBUT
                          THRU 0095-REPORT-STATUT-FIN

      *En reprise, les enregistrements deja ecrits sur le fichier
      *maitre avant le dernier checkpoint ne sont pas reecrits.
                   "capacite du tableau (" WS-MAX-TABLEAU ") depassee."
       END-IF.

       IF WS-NB-REPORTES > ZERO
           DISPLAY WS-NB-REPORTES " statut(s) du maitre precedent "
                   "reporte(s) (RESILIE, SUSPENDU)."
       END-IF.



       0100-LECTURE-FIN .
       EXIT.



      *-----------------------------------------------

       0105-REPRISE-REJETS-DEBUT.

       OPEN I-O FICHIER-ASSURANCE-IDX.

      *Historique des versions de contrat, cree vide a la premiere
      *execution.

       OPEN I-O FICHIER-VERSIONS-IDX.

       IF WS-STATUT-VER-IDX = "35"
           OPEN OUTPUT FICHIER-VERSIONS-IDX
           CLOSE FICHIER-VERSIONS-IDX
           OPEN I-O FICHIER-VERSIONS-IDX
       END-IF.

       PERFORM VARYING WS-INDEX-TABLEAU FROM 1 BY 1
               UNTIL WS-INDEX-TABLEAU > WS-NB-ENREG-TABLE

                       ELSE
                           MOVE "EXPIRE  " TO IDX-STATUT
                           REWRITE IDX-ENREGISTREMENT
                           PERFORM 0175-VERSION-EXPIRATION-DEBUT
                              THRU 0175-VERSION-EXPIRATION-FIN
                       END-IF
               END-READ

       END-PERFORM.

       CLOSE FICHIER-ASSURANCE-IDX.
       CLOSE FICHIER-VERSIONS-IDX.
       CLOSE FICHIER-TRANSITIONS.
       CLOSE FICHIER-HISTO-STATUTS.

                   "(date de fin depassee)."
       END-IF.

       IF WS-NB-ANOMALIES-VER > ZERO
           DISPLAY "ATTENTION - " WS-NB-ANOMALIES-VER
                   " version(s) d'expiration non ecrite(s)."
       END-IF.

       0170-EXPIRATION-FIN.
       EXIT.


      *-----------------------------------------------

       0175-VERSION-EXPIRATION-DEBUT.

      *Version du contrat expire (image du maitre apres bascule),
      *datee de la date comptable. Les versions deja presentes a
      *cette date sont parcourues : une version EXPIRE du meme jour
      *est remplacee ; apres une version d'ASSURMAJ du meme jour,
      *l'expiration prend le rang suivant et donne l'etat de fin de
      *journee. Une version qui ne peut etre ecrite est signalee.

       MOVE "N"    TO WS-VER-TROUVEE.
       MOVE "N"    TO WS-FIN-VERSIONS.
       MOVE ZERO   TO WS-VER-RANG-DERNIER.
       MOVE SPACES TO WS-VER-EVT-DERNIER.

       MOVE IDX-CODE-CONTRAT TO VER-CODE-CONTRAT.
       MOVE WS-DATE-JOUR     TO VER-DATE-EFFET.
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
                      OR VER-DATE-EFFET NOT = WS-DATE-JOUR
                       MOVE "Y" TO WS-FIN-VERSIONS
                   ELSE
                       MOVE "O"           TO WS-VER-TROUVEE
                       MOVE VER-RANG      TO WS-VER-RANG-DERNIER
                       MOVE VER-EVENEMENT TO WS-VER-EVT-DERNIER
                   END-IF
           END-READ

       END-PERFORM.

       MOVE IDX-CODE-CONTRAT      TO VER-CODE-CONTRAT.
       MOVE WS-DATE-JOUR          TO VER-DATE-EFFET.
       MOVE "EXPIRE  "            TO VER-EVENEMENT.
       MOVE "ASSUR"               TO VER-PROGRAMME.
       MOVE WS-DATE-HEURE-JRN     TO VER-HORODATAGE.
       MOVE IDX-ENREGISTREMENT    TO VER-IMAGE-CONTRAT.

       IF WS-VER-TROUVEE = "O"
          AND WS-VER-EVT-DERNIER = "EXPIRE  "
           MOVE WS-VER-RANG-DERNIER TO VER-RANG
           REWRITE VER-ENREGISTREMENT
               INVALID KEY
                   PERFORM 0176-ANOMALIE-VERSION-DEBUT
                      THRU 0176-ANOMALIE-VERSION-FIN
           END-REWRITE
           GO TO 0175-VERSION-EXPIRATION-FIN
       END-IF.

       IF WS-VER-TROUVEE = "O"
           IF WS-VER-RANG-DERNIER = 99
               PERFORM 0176-ANOMALIE-VERSION-DEBUT
                  THRU 0176-ANOMALIE-VERSION-FIN
               GO TO 0175-VERSION-EXPIRATION-FIN
           END-IF
           COMPUTE VER-RANG = WS-VER-RANG-DERNIER + 1
       ELSE
           MOVE ZERO TO VER-RANG
       END-IF.

       WRITE VER-ENREGISTREMENT
           INVALID KEY
               PERFORM 0176-ANOMALIE-VERSION-DEBUT
                  THRU 0176-ANOMALIE-VERSION-FIN
       END-WRITE.

       0175-VERSION-EXPIRATION-FIN.
       EXIT.


      *-----------------------------------------------

       0176-ANOMALIE-VERSION-DEBUT.

      *Version d'expiration non ecrite : comptee et signalee.

       ADD 1 TO WS-NB-ANOMALIES-VER.

       DISPLAY "ANOMALIE - version EXPIRE du contrat "
               IDX-CODE-CONTRAT " non ecrite dans "
               WS-FICHIER-VER-IDX " (statut " WS-STATUT-VER-IDX ").".

       0176-ANOMALIE-VERSION-FIN.
       EXIT.


      *-----------------------------------------------

       0100-AFFICHE-DEBUT .

       SET WS-CONSULT-ABSENT TO TRUE.

      *Consultation a une date : reconstitution depuis l'historique
      *des versions au lieu de l'image courante du maitre.

       IF WS-DATE-CONSULTATION NOT = ZERO
           PERFORM 0510-CONSULTATION-DATE-DEBUT
              THRU 0510-CONSULTATION-DATE-FIN
           GO TO 0500-CONSULTATION-FIN
       END-IF.

       OPEN INPUT FICHIER-ASSURANCE-IDX.

       IF WS-STATUT-IDX NOT = "00"
       EXIT.


      *-----------------------------------------------

       0510-CONSULTATION-DATE-DEBUT.

      *Reconstitution du contrat tel qu'il etait a la date demandee :
      *les versions du contrat sont lues dans l'ordre des dates
      *d'effet, et la derniere dont la date d'effet ne depasse pas
      *la date demandee donne l'image du contrat a cette date. Sans
      *version anterieure, le contrat n'existait pas encore (ou n'a
      *pas ete modifie depuis la mise en place de l'historique).

       MOVE ZERO   TO WS-VER-DATE-TROUVEE.
       MOVE ZERO   TO WS-VER-DATE-SUIVANTE.
       MOVE "N"    TO WS-FIN-VERSIONS.

       OPEN INPUT FICHIER-VERSIONS-IDX.

       IF WS-STATUT-VER-IDX NOT = "00"
           DISPLAY "ERREUR - historique des versions "
                   WS-FICHIER-VER-IDX
                   " illisible (statut " WS-STATUT-VER-IDX ")."
           GO TO 0510-CONSULTATION-DATE-FIN
       END-IF.

       MOVE WS-CODE-RECHERCHE TO VER-CODE-CONTRAT.
       MOVE ZERO              TO VER-DATE-EFFET.
       MOVE ZERO              TO VER-RANG.

       START FICHIER-VERSIONS-IDX KEY IS >= VER-CLE
           INVALID KEY
               MOVE "Y" TO WS-FIN-VERSIONS
       END-START.

       PERFORM UNTIL WS-FIN-VERSIONS = "Y"

           READ FICHIER-VERSIONS-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-VERSIONS
               NOT AT END
                   IF VER-CODE-CONTRAT NOT = WS-CODE-RECHERCHE
                       MOVE "Y" TO WS-FIN-VERSIONS
                   ELSE
                       IF VER-DATE-EFFET > WS-DATE-CONSULTATION
                           MOVE VER-DATE-EFFET
                             TO WS-VER-DATE-SUIVANTE
                           MOVE "Y" TO WS-FIN-VERSIONS
                       ELSE
                           MOVE VER-DATE-EFFET
                             TO WS-VER-DATE-TROUVEE
                           MOVE VER-EVENEMENT
                             TO WS-VER-EVENEMENT-TROUVE
                           MOVE VER-PROGRAMME
                             TO WS-VER-PROGRAMME-TROUVE
                           MOVE VER-IMAGE-CONTRAT
                             TO WS-VER-IMAGE-TROUVEE
                       END-IF
                   END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-VERSIONS-IDX.

       IF WS-VER-DATE-TROUVEE = ZERO
           DISPLAY "Contrat " WS-CODE-RECHERCHE
                   " sans version au " WS-DATE-CONSULTATION(1:4) "/"
                   WS-DATE-CONSULTATION(5:2) "/"
                   WS-DATE-CONSULTATION(7:2) "."
           IF WS-VER-DATE-SUIVANTE NOT = ZERO
               DISPLAY "Premiere version historisee le "
                       WS-VER-DATE-SUIVANTE(1:4) "/"
                       WS-VER-DATE-SUIVANTE(5:2) "/"
                       WS-VER-DATE-SUIVANTE(7:2) "."
           END-IF
           GO TO 0510-CONSULTATION-DATE-FIN
       END-IF.

       MOVE WS-VER-IMAGE-TROUVEE TO IDX-ENREGISTREMENT.
       MOVE IDX-MONTANT          TO WS-MONTANT-CONSULT-ED.
       SET WS-CONSULT-TROUVE TO TRUE.

       DISPLAY "Contrat au " WS-DATE-CONSULTATION(1:4) "/"
               WS-DATE-CONSULTATION(5:2) "/"
               WS-DATE-CONSULTATION(7:2)
               " (version du " WS-VER-DATE-TROUVEE(1:4) "/"
               WS-VER-DATE-TROUVEE(5:2) "/" WS-VER-DATE-TROUVEE(7:2)
               ", " WS-VER-EVENEMENT-TROUVE " par "
               WS-VER-PROGRAMME-TROUVE ") :".
       DISPLAY IDX-ENREGISTREMENT.
       DISPLAY "Statut " IDX-STATUT
               " - prime " WS-MONTANT-CONSULT-ED " " IDX-DEVISE
               " - intermediaire " IDX-CODE-INTERM
               " - periode " IDX-DATE-DEBUT " - " IDX-DATE-FIN.

       0510-CONSULTATION-DATE-FIN.
       EXIT.


      *-----------------------------------------------

       0850-CONTROLE-SEUILS-DEBUT.
       MOVE "ASSUR"               TO JRN-PROGRAMME.

       IF WS-MODE-CONSULTATION
           IF WS-DATE-CONSULTATION = ZERO
               STRING "CONSULTATION CODE " WS-CODE-RECHERCHE
                   DELIMITED BY SIZE INTO JRN-FICHIER-ENTREE
           ELSE
               STRING "CONSULTATION CODE " WS-CODE-RECHERCHE
                      " AU " WS-DATE-CONSULTATION
                   DELIMITED BY SIZE INTO JRN-FICHIER-ENTREE
           END-IF
           IF WS-CONSULT-TROUVE
               MOVE "TROUVE"      TO JRN-FICHIER-SORTIE
           ELSE
