       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ctl-Referentiels.

      *-----------------------------------------------------------------
      *    Controle de coherence croisee des referentiels, a passer
      *    avant la chaine mensuelle : Frais-Sante charge POLICES,
      *    BENEFICIAIRES, PRODUITS et BAREMES chacun de son cote et
      *    Gen-Virements charge DOMICILIATIONS ; une incoherence entre
      *    ces fichiers ne se voyait jusqu'ici qu'en rejets (codes
      *    04, 06, 10, 11, 12) au milieu du traitement.
      *    Le programme relit les cinq referentiels et liste :
      *    01 - police en double au referentiel POLICES ;
      *    02 - beneficiaire rattache a une police absente de POLICES ;
      *    03 - periode de presence du beneficiaire hors de la periode
      *         de couverture de sa police (ou dates inversees) ;
      *    04 - police active (statut A, non echue) sans domiciliation
      *         en vigueur a la date du jour ;
      *    05 - domiciliation rattachee a une police absente ;
      *    06 - ligne de bareme sur un code produit inconnu ;
      *    07 - deux lignes de bareme du meme produit a la meme date
      *         d'effet ;
      *    08 - produit sans bareme en vigueur a la date du jour.
      *    Le rapport donne une ligne par anomalie puis le decompte
      *    par type. Code retour : 4 si des anomalies existent sans
      *    depasser le seuil bloquant (parametre, zero par defaut),
      *    8 au-dela, ou si POLICES, BENEFICIAIRES, PRODUITS ou
      *    BAREMES est illisible : l'exploitation corrige alors les
      *    referentiels avant de lancer la chaine.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Referentiels, memes dessins que ceux lus par Frais-Sante et
      *    Gen-Virements :
           SELECT POLICES ASSIGN DYNAMIC WS-POLICES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Pol
           .

           SELECT BENEFICIAIRES ASSIGN DYNAMIC WS-BENEF-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ben
           .

           SELECT PRODUITS ASSIGN DYNAMIC WS-PRODUITS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Prod
           .

           SELECT BAREMES ASSIGN DYNAMIC WS-BAREMES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Bar
           .

           SELECT DOMICILIATIONS ASSIGN DYNAMIC WS-DOMIC-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dom
           .

      *    Rapport des anomalies :
           SELECT CTL-REFERENTIELS ASSIGN DYNAMIC WS-RAPPORT-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rap
           .

       DATA DIVISION.
       FILE SECTION.

       FD POLICES.
       01 ENR-POLICES.
           05 ENR-POLICES-NUM-PLC                     PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-POLICES-DAT-EFFET                   PIC 9(08).
           05 FILLER                                   PIC X(01).
      *    Date de fin a zero : police sans date de fin connue.
           05 ENR-POLICES-DAT-FIN                     PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-POLICES-STATUT                      PIC X(01).

       FD BENEFICIAIRES.
       01 ENR-BENEFICIAIRES.
           05 ENR-BENEF-NUM-BENEF                     PIC X(10).
           05 FILLER                                   PIC X(01).
           05 ENR-BENEF-NUM-PLC                       PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-BENEF-DAT-ENTREE                    PIC 9(08).
           05 FILLER                                   PIC X(01).
      *    Date de sortie a zero : beneficiaire toujours au contrat.
           05 ENR-BENEF-DAT-SORTIE                    PIC 9(08).

       FD PRODUITS.
       01 ENR-PRODUITS.
           05 ENR-PRODUITS-COD-PROD                   PIC X(02).
           05 FILLER                                   PIC X(01).
           05 ENR-PRODUITS-LIB                        PIC X(30).
           05 FILLER                                   PIC X(01).
           05 ENR-PRODUITS-PLAFOND                    PIC 9(09)V99.

       FD BAREMES.
       01 ENR-BAREMES.
           05 ENR-BAREMES-COD-PROD                    PIC X(02).
           05 FILLER                                   PIC X(01).
           05 ENR-BAREMES-DAT-EFFET                   PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-BAREMES-TAUX                        PIC 9(03)V99.
           05 FILLER                                   PIC X(01).
           05 ENR-BAREMES-FRANCHISE                   PIC 9(05)V99.

      *    Dates et statut absents d'un fichier non historise : la
      *    ligne vaut alors quelle que soit la date.
       FD DOMICILIATIONS.
       01 ENR-DOMICILIATIONS.
           05 ENR-DOM-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-TITULAIRE                       PIC X(30).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-DAT-DEBUT                       PIC X(08).
           05 ENR-DOM-DAT-DEBUT-NUM REDEFINES ENR-DOM-DAT-DEBUT
                                                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-DAT-FIN                         PIC X(08).
           05 ENR-DOM-DAT-FIN-NUM REDEFINES ENR-DOM-DAT-FIN
                                                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-STATUT                          PIC X(01).

       FD CTL-REFERENTIELS.
       01 ENR-CTL-REFERENTIELS                             PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Pol                        PIC XX VALUE "00".
       01 L-Fst-Ben                        PIC XX VALUE "00".
       01 L-Fst-Prod                       PIC XX VALUE "00".
       01 L-Fst-Bar                        PIC XX VALUE "00".
       01 L-Fst-Dom                        PIC XX VALUE "00".
       01 L-Fst-Rap                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-POLICES-PATH                        PIC X(200).
           05 WS-BENEF-PATH                          PIC X(200).
           05 WS-PRODUITS-PATH                       PIC X(200).
           05 WS-BAREMES-PATH                        PIC X(200).
           05 WS-DOMIC-PATH                          PIC X(200).
           05 WS-RAPPORT-PATH                        PIC X(200).

      * Booléens pour tester la fin de lecture :

       01 Fin-POLICES                           PIC 9.
           88 Fin-POLICES-Oui                      VALUE 1.
           88 Fin-POLICES-Non                      VALUE 0.

       01 Fin-BENEF                             PIC 9.
           88 Fin-BENEF-Oui                        VALUE 1.
           88 Fin-BENEF-Non                        VALUE 0.

       01 Fin-PRODUITS                          PIC 9.
           88 Fin-PRODUITS-Oui                     VALUE 1.
           88 Fin-PRODUITS-Non                     VALUE 0.

       01 Fin-BAREMES                           PIC 9.
           88 Fin-BAREMES-Oui                      VALUE 1.
           88 Fin-BAREMES-Non                      VALUE 0.

       01 Fin-DOMIC                             PIC 9.
           88 Fin-DOMIC-Oui                        VALUE 1.
           88 Fin-DOMIC-Non                        VALUE 0.

      * Un referentiel indispensable est illisible : passage bloquant
      * quel que soit le nombre d'anomalies.
       01 WS-REFERENTIEL-ABSENT-IND                       PIC X(01).
           88 WS-REFERENTIEL-ABSENT                     VALUE 'O'.
           88 WS-REFERENTIELS-PRESENTS                  VALUE 'N'.

      * Compteurs
       01 COMPTEURS.
           05 CPT-POLICES-LUES                          PIC 9(10).
           05 CPT-BENEF-LUS                             PIC 9(10).
           05 CPT-PRODUITS-LUS                          PIC 9(10).
           05 CPT-BAREMES-LUS                           PIC 9(10).
           05 CPT-DOMIC-LUES                            PIC 9(10).
           05 CPT-ANOMALIES                             PIC 9(10).

      * Decompte des anomalies par type (01 a 08), avec le libelle
      * du type repris au rapport :
       01 WS-TAB-ANO-LIB-VALEURS.
           05 FILLER PIC X(45) VALUE
              "POLICE EN DOUBLE AU REFERENTIEL".
           05 FILLER PIC X(45) VALUE
              "BENEFICIAIRE SUR POLICE INCONNUE".
           05 FILLER PIC X(45) VALUE
              "PRESENCE HORS COUVERTURE DE LA POLICE".
           05 FILLER PIC X(45) VALUE
              "POLICE ACTIVE SANS DOMICILIATION EN VIGUEUR".
           05 FILLER PIC X(45) VALUE
              "DOMICILIATION SUR POLICE INCONNUE".
           05 FILLER PIC X(45) VALUE
              "BAREME SUR CODE PRODUIT INCONNU".
           05 FILLER PIC X(45) VALUE
              "BAREME EN DOUBLE A LA MEME DATE D'EFFET".
           05 FILLER PIC X(45) VALUE
              "PRODUIT SANS BAREME EN VIGUEUR".
       01 WS-TAB-ANO-LIB REDEFINES WS-TAB-ANO-LIB-VALEURS.
           05 WS-ANO-LIB OCCURS 8 TIMES                 PIC X(45).
       01 WS-TAB-ANO-NB.
           05 WS-ANO-NB OCCURS 8 TIMES                  PIC 9(10).
       01 WS-ANO-TYPE                                    PIC 9(02).

      * Polices chargees en table (bornee a 10000, comme dans
      * Maj-Polices) ; l'indicateur de domiciliation est pose en
      * relisant DOMICILIATIONS :
       01 WS-TAB-POLICES.
           05 WS-TAB-POLICES-NB                         PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-POLICES-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-POLICES-NB
                   INDEXED BY WS-IDX-POLICE.
               10 WS-TAB-POLICES-NUM-PLC                PIC X(12).
               10 WS-TAB-POLICES-DAT-EFFET              PIC 9(08).
               10 WS-TAB-POLICES-DAT-FIN                PIC 9(08).
               10 WS-TAB-POLICES-STATUT                 PIC X(01).
               10 WS-TAB-POLICES-DOMIC                  PIC X(01).

      * Produits et baremes charges en table (memes bornes que dans
      * Frais-Sante) :
       01 WS-TAB-PRODUITS.
           05 WS-TAB-PRODUITS-NB                        PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-PRODUITS-LIGNE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TAB-PRODUITS-NB
                   INDEXED BY WS-IDX-PRODUIT.
               10 WS-TAB-PRODUITS-COD-PROD              PIC X(02).
               10 WS-TAB-PRODUITS-LIB                   PIC X(30).

       01 WS-TAB-BAREMES.
           05 WS-TAB-BAREMES-NB                         PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-BAREMES-LIGNE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TAB-BAREMES-NB
                   INDEXED BY WS-IDX-BAREME.
               10 WS-TAB-BAREMES-COD-PROD               PIC X(02).
               10 WS-TAB-BAREMES-DAT-EFFET              PIC 9(08).

       01 WS-IDX-BALAYE                                  PIC 9(05).
       01 WS-IDX-SUIVANT                                 PIC 9(05).
       01 WS-IDX-DEBUT                                   PIC 9(05).

      * Resultats de recherche :
       01 WS-POLICE-TROUVEE-IND                           PIC X(01).
           88 WS-POLICE-TROUVEE                         VALUE 'O'.
           88 WS-POLICE-ABSENTE                          VALUE 'N'.
       01 WS-TROUVE-IND                                   PIC X(01).
           88 WS-TROUVE                                 VALUE 'O'.
           88 WS-NON-TROUVE                              VALUE 'N'.

      * Seuil bloquant : nombre d'anomalies au-dela duquel le code
      * retour 8 est pose (zero par defaut : toute anomalie bloque).
       01 WS-SEUIL-AFF                                   PIC X(05).
       01 WS-SEUIL                                       PIC 9(05)
                                                     VALUE 0.
       01 WS-CTRL-NUM                                    PIC X(05).

      * Zones d'edition du rapport :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-LIGNE-RAPPORT                               PIC X(132).
       01 WS-ANO-CLE                                     PIC X(30).
       01 WS-ANO-DETAIL                                  PIC X(40).
       01 WS-ANO-TYPE-AFF                                PIC 9(02).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM CONTROLE-BENEF             THRU FIN-CONTROLE-BENEF

           PERFORM CONTROLE-DOMIC             THRU FIN-CONTROLE-DOMIC

           PERFORM CONTROLE-BAREMES           THRU FIN-CONTROLE-BAREMES

           PERFORM CONTROLE-PRODUITS          THRU FIN-CONTROLE-PRODUITS

           PERFORM FIN                        THRU FIN-FIN

      *    Code retour : 8 (bloquant) au-dela du seuil ou si un
      *    referentiel indispensable manque, 4 pour des anomalies
      *    sous le seuil.
           EVALUATE TRUE
             WHEN WS-REFERENTIEL-ABSENT
             WHEN CPT-ANOMALIES > WS-SEUIL
                MOVE 8 TO RETURN-CODE
             WHEN CPT-ANOMALIES > 0
                MOVE 4 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***  CONTROLE DE COHERENCE DES REFERENTIELS     ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      WS-TAB-ANO-NB
                      L-Fst-Pol
                      L-Fst-Ben
                      L-Fst-Prod
                      L-Fst-Bar
                      L-Fst-Dom
                      L-Fst-Rap

           SET WS-REFERENTIELS-PRESENTS TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           OPEN OUTPUT CTL-REFERENTIELS
           IF L-Fst-Rap NOT = ZERO
              DISPLAY "Erreur ouverture CTL-REFERENTIELS = " L-Fst-Rap
           END-IF
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "CONTROLE DE COHERENCE DES REFERENTIELS DU "
                                                 DELIMITED BY SIZE
                  WS-DATE-JOUR                   DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           PERFORM CHARGE-POLICES THRU FIN-CHARGE-POLICES

           PERFORM CHARGE-PRODUITS THRU FIN-CHARGE-PRODUITS

           PERFORM CHARGE-BAREMES THRU FIN-CHARGE-BAREMES
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       INIT-CHEMINS.
      ***************
      *    Chemins par defaut (repertoire courant), ecrases par les
      *    variables d'environnement si elles sont renseignees :
           MOVE "POLICES.txt"            TO WS-POLICES-PATH
           MOVE "BENEFICIAIRES.txt"      TO WS-BENEF-PATH
           MOVE "PRODUITS.txt"           TO WS-PRODUITS-PATH
           MOVE "BAREMES.txt"            TO WS-BAREMES-PATH
           MOVE "DOMICILIATIONS.txt"     TO WS-DOMIC-PATH
           MOVE "CTL-REFERENTIELS.txt"   TO WS-RAPPORT-PATH
           MOVE SPACES                   TO WS-SEUIL-AFF

           ACCEPT WS-POLICES-PATH FROM ENVIRONMENT
                                            "CTLREF_POLICES_IN"
           ACCEPT WS-BENEF-PATH   FROM ENVIRONMENT
                                            "CTLREF_BENEF_IN"
           ACCEPT WS-PRODUITS-PATH FROM ENVIRONMENT
                                            "CTLREF_PRODUITS_IN"
           ACCEPT WS-BAREMES-PATH FROM ENVIRONMENT
                                            "CTLREF_BAREMES_IN"
           ACCEPT WS-DOMIC-PATH   FROM ENVIRONMENT
                                            "CTLREF_DOMIC_IN"
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
                                            "CTLREF_RAPPORT_OUT"
           ACCEPT WS-SEUIL-AFF    FROM ENVIRONMENT
                                            "CTLREF_SEUIL"

           IF WS-POLICES-PATH = SPACES MOVE "POLICES.txt" TO
                                                       WS-POLICES-PATH
           END-IF
           IF WS-BENEF-PATH   = SPACES MOVE "BENEFICIAIRES.txt" TO
                                                       WS-BENEF-PATH
           END-IF
           IF WS-PRODUITS-PATH = SPACES MOVE "PRODUITS.txt" TO
                                                       WS-PRODUITS-PATH
           END-IF
           IF WS-BAREMES-PATH = SPACES MOVE "BAREMES.txt" TO
                                                       WS-BAREMES-PATH
           END-IF
           IF WS-DOMIC-PATH   = SPACES MOVE "DOMICILIATIONS.txt" TO
                                                       WS-DOMIC-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES MOVE "CTL-REFERENTIELS.txt" TO
                                                       WS-RAPPORT-PATH
           END-IF
      *    Le seuil arrive cadre a gauche et complete de blancs ; une
      *    valeur non numerique est signalee et le defaut conserve.
           IF WS-SEUIL-AFF NOT = SPACES
              MOVE WS-SEUIL-AFF TO WS-CTRL-NUM
              INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
              IF WS-CTRL-NUM = SPACES
                 COMPUTE WS-SEUIL = FUNCTION NUMVAL (WS-SEUIL-AFF)
              ELSE
                 DISPLAY "Seuil bloquant invalide, ignore : "
                          WS-SEUIL-AFF
              END-IF
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       CHARGE-POLICES.
      *****************
      *    Charge les polices en table ; un NUM-PLC deja charge est
      *    une anomalie (Frais-Sante ne retiendrait que la premiere
      *    occurrence).
           SET Fin-POLICES-Non TO TRUE
           OPEN INPUT POLICES
           IF L-Fst-Pol NOT = ZERO
              DISPLAY "Referentiel POLICES indisponible, statut = "
                       L-Fst-Pol
              SET WS-REFERENTIEL-ABSENT TO TRUE
              SET Fin-POLICES-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-POLICES-Oui
              READ POLICES
                AT END
                   SET Fin-POLICES-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-POLICES-LUES
                   PERFORM CHERCHE-POLICE-LUE THRU
                                         FIN-CHERCHE-POLICE-LUE
                   EVALUATE TRUE
                     WHEN WS-POLICE-TROUVEE
                        MOVE 01 TO WS-ANO-TYPE
                        MOVE ENR-POLICES-NUM-PLC TO WS-ANO-CLE
                        MOVE "PREMIERE OCCURRENCE RETENUE" TO
                                                 WS-ANO-DETAIL
                        PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
                     WHEN WS-TAB-POLICES-NB < 10000
                        ADD 1 TO WS-TAB-POLICES-NB
                        SET WS-IDX-POLICE TO WS-TAB-POLICES-NB
                        MOVE ENR-POLICES-NUM-PLC   TO
                             WS-TAB-POLICES-NUM-PLC   (WS-IDX-POLICE)
                        MOVE ENR-POLICES-DAT-EFFET TO
                             WS-TAB-POLICES-DAT-EFFET (WS-IDX-POLICE)
                        MOVE ENR-POLICES-DAT-FIN   TO
                             WS-TAB-POLICES-DAT-FIN   (WS-IDX-POLICE)
                        MOVE ENR-POLICES-STATUT    TO
                             WS-TAB-POLICES-STATUT    (WS-IDX-POLICE)
                        MOVE 'N' TO
                             WS-TAB-POLICES-DOMIC     (WS-IDX-POLICE)
                     WHEN OTHER
                        DISPLAY "Table des polices saturee, police "
                                 "ignoree : " ENR-POLICES-NUM-PLC
                   END-EVALUATE
              END-READ
           END-PERFORM
           IF L-Fst-Pol = ZERO OR L-Fst-Pol = "10"
              CLOSE POLICES
           END-IF
           DISPLAY "Nombre de polices lues : " CPT-POLICES-LUES
           .
      *********************
       FIN-CHARGE-POLICES. EXIT.
      *********************
      *-----------------------------------------------------------------
      *********************
       CHERCHE-POLICE-LUE.
      *********************
      *    Recherche en table de la police de l'enregistrement
      *    POLICES courant.
           SET WS-POLICE-ABSENTE TO TRUE
           IF WS-TAB-POLICES-NB > 0
              SET WS-IDX-POLICE TO 1
              SEARCH WS-TAB-POLICES-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-POLICES-NUM-PLC (WS-IDX-POLICE) =
                                            ENR-POLICES-NUM-PLC
                   SET WS-POLICE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           .
      *************************
       FIN-CHERCHE-POLICE-LUE. EXIT.
      *************************
      *-----------------------------------------------------------------
      ******************
       CHARGE-PRODUITS.
      ******************
           SET Fin-PRODUITS-Non TO TRUE
           OPEN INPUT PRODUITS
           IF L-Fst-Prod NOT = ZERO
              DISPLAY "Referentiel PRODUITS indisponible, statut = "
                       L-Fst-Prod
              SET WS-REFERENTIEL-ABSENT TO TRUE
              SET Fin-PRODUITS-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-PRODUITS-Oui
              READ PRODUITS
                AT END
                   SET Fin-PRODUITS-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-PRODUITS-NB < 100
                      ADD 1 TO WS-TAB-PRODUITS-NB
                      SET WS-IDX-PRODUIT TO WS-TAB-PRODUITS-NB
                      MOVE ENR-PRODUITS-COD-PROD TO
                           WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT)
                      MOVE ENR-PRODUITS-LIB      TO
                           WS-TAB-PRODUITS-LIB      (WS-IDX-PRODUIT)
                      ADD 1 TO CPT-PRODUITS-LUS
                   ELSE
                      DISPLAY "Table des produits saturee, produit "
                               "ignore : " ENR-PRODUITS-COD-PROD
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Prod = ZERO OR L-Fst-Prod = "10"
              CLOSE PRODUITS
           END-IF
           DISPLAY "Nombre de produits charges : " CPT-PRODUITS-LUS
           .
      **********************
       FIN-CHARGE-PRODUITS. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       CHARGE-BAREMES.
      *****************
           SET Fin-BAREMES-Non TO TRUE
           OPEN INPUT BAREMES
           IF L-Fst-Bar NOT = ZERO
              DISPLAY "Referentiel BAREMES indisponible, statut = "
                       L-Fst-Bar
              SET WS-REFERENTIEL-ABSENT TO TRUE
              SET Fin-BAREMES-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-BAREMES-Oui
              READ BAREMES
                AT END
                   SET Fin-BAREMES-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-BAREMES-NB < 500
                      ADD 1 TO WS-TAB-BAREMES-NB
                      SET WS-IDX-BAREME TO WS-TAB-BAREMES-NB
                      MOVE ENR-BAREMES-COD-PROD  TO
                           WS-TAB-BAREMES-COD-PROD  (WS-IDX-BAREME)
                      MOVE ENR-BAREMES-DAT-EFFET TO
                           WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BAREME)
                      ADD 1 TO CPT-BAREMES-LUS
                   ELSE
                      DISPLAY "Table des baremes saturee, ligne "
                               "ignoree : " ENR-BAREMES-COD-PROD
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Bar = ZERO OR L-Fst-Bar = "10"
              CLOSE BAREMES
           END-IF
           DISPLAY "Nombre de lignes de bareme chargees : "
                    CPT-BAREMES-LUS
           .
      *********************
       FIN-CHARGE-BAREMES. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-BENEF.
      *****************
      *    Chaque beneficiaire doit etre rattache a une police connue
      *    (sinon rejets 11 en chaine) et sa periode de presence doit
      *    tenir dans la periode de couverture de la police : entree
      *    au plus tot a la date d'effet, sortie au plus tard a la
      *    date de fin quand la police en a une, sortie posterieure a
      *    l'entree. Un referentiel absent est signale : tous les
      *    decomptes seraient rejetes en beneficiaire inconnu.
           SET Fin-BENEF-Non TO TRUE
           OPEN INPUT BENEFICIAIRES
           IF L-Fst-Ben NOT = ZERO
              DISPLAY "Referentiel BENEFICIAIRES indisponible, "
                       "statut = " L-Fst-Ben
              SET WS-REFERENTIEL-ABSENT TO TRUE
              SET Fin-BENEF-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-BENEF-Oui
              READ BENEFICIAIRES
                AT END
                   SET Fin-BENEF-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-BENEF-LUS
                   PERFORM CONTROLE-UN-BENEF THRU
                                         FIN-CONTROLE-UN-BENEF
              END-READ
           END-PERFORM
           IF L-Fst-Ben = ZERO OR L-Fst-Ben = "10"
              CLOSE BENEFICIAIRES
           END-IF
           DISPLAY "Nombre de beneficiaires lus : " CPT-BENEF-LUS
           .
      *********************
       FIN-CONTROLE-BENEF. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       CONTROLE-UN-BENEF.
      ********************
           MOVE SPACES TO WS-ANO-CLE
           STRING ENR-BENEF-NUM-BENEF   DELIMITED BY SIZE
                  " / "                 DELIMITED BY SIZE
                  ENR-BENEF-NUM-PLC     DELIMITED BY SIZE
             INTO WS-ANO-CLE
           END-STRING

           SET WS-POLICE-ABSENTE TO TRUE
           IF WS-TAB-POLICES-NB > 0
              SET WS-IDX-POLICE TO 1
              SEARCH WS-TAB-POLICES-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-POLICES-NUM-PLC (WS-IDX-POLICE) =
                                            ENR-BENEF-NUM-PLC
                   SET WS-POLICE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           IF WS-POLICE-ABSENTE
              MOVE 02 TO WS-ANO-TYPE
              MOVE "POLICE ABSENTE DE POLICES" TO WS-ANO-DETAIL
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              GO TO FIN-CONTROLE-UN-BENEF
           END-IF

           MOVE SPACES TO WS-ANO-DETAIL
           EVALUATE TRUE
             WHEN ENR-BENEF-DAT-SORTIE NOT = ZERO
              AND ENR-BENEF-DAT-SORTIE < ENR-BENEF-DAT-ENTREE
                STRING "SORTIE " ENR-BENEF-DAT-SORTIE
                       " AVANT ENTREE " ENR-BENEF-DAT-ENTREE
                                             DELIMITED BY SIZE
                  INTO WS-ANO-DETAIL
                END-STRING
             WHEN ENR-BENEF-DAT-ENTREE <
                  WS-TAB-POLICES-DAT-EFFET (WS-IDX-POLICE)
                STRING "ENTREE " ENR-BENEF-DAT-ENTREE
                       " AVANT EFFET "
                       WS-TAB-POLICES-DAT-EFFET (WS-IDX-POLICE)
                                             DELIMITED BY SIZE
                  INTO WS-ANO-DETAIL
                END-STRING
             WHEN WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE) NOT = ZERO
              AND (ENR-BENEF-DAT-SORTIE = ZERO
                OR ENR-BENEF-DAT-SORTIE >
                   WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE))
                STRING "SORTIE " ENR-BENEF-DAT-SORTIE
                       " APRES FIN "
                       WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE)
                                             DELIMITED BY SIZE
                  INTO WS-ANO-DETAIL
                END-STRING
           END-EVALUATE
           IF WS-ANO-DETAIL NOT = SPACES
              MOVE 03 TO WS-ANO-TYPE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
           END-IF
           .
      ************************
       FIN-CONTROLE-UN-BENEF. EXIT.
      ************************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-DOMIC.
      *****************
      *    Relit les domiciliations (toutes versions) : une version
      *    sur une police inconnue est une anomalie ; une version en
      *    vigueur a la date du jour (debut anterieur ou egal, fin
      *    nulle ou posterieure ou egale ; une ligne sans dates vaut
      *    toujours) marque sa police comme domiciliee. Les polices
      *    actives restees sans domiciliation sont ensuite listees :
      *    leurs paiements sortiraient en anomalie dans Gen-Virements.
           SET Fin-DOMIC-Non TO TRUE
           OPEN INPUT DOMICILIATIONS
           IF L-Fst-Dom NOT = ZERO
              DISPLAY "Fichier DOMICILIATIONS indisponible, statut = "
                       L-Fst-Dom
              SET Fin-DOMIC-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-DOMIC-Oui
              READ DOMICILIATIONS
                AT END
                   SET Fin-DOMIC-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-DOMIC-LUES
                   PERFORM CONTROLE-UNE-DOMIC THRU
                                         FIN-CONTROLE-UNE-DOMIC
              END-READ
           END-PERFORM
           IF L-Fst-Dom = ZERO OR L-Fst-Dom = "10"
              CLOSE DOMICILIATIONS
           END-IF
           DISPLAY "Nombre de domiciliations lues : " CPT-DOMIC-LUES

           PERFORM VARYING WS-IDX-POLICE FROM 1 BY 1
                   UNTIL WS-IDX-POLICE > WS-TAB-POLICES-NB
              IF WS-TAB-POLICES-STATUT (WS-IDX-POLICE) = 'A'
               AND (WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE) = ZERO
                 OR WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE) NOT <
                                                  WS-DATE-JOUR)
               AND WS-TAB-POLICES-DOMIC (WS-IDX-POLICE) = 'N'
                 MOVE 04 TO WS-ANO-TYPE
                 MOVE WS-TAB-POLICES-NUM-PLC (WS-IDX-POLICE) TO
                                                  WS-ANO-CLE
                 MOVE SPACES TO WS-ANO-DETAIL
                 STRING "EFFET "
                        WS-TAB-POLICES-DAT-EFFET (WS-IDX-POLICE)
                        " FIN "
                        WS-TAB-POLICES-DAT-FIN (WS-IDX-POLICE)
                                             DELIMITED BY SIZE
                   INTO WS-ANO-DETAIL
                 END-STRING
                 PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              END-IF
           END-PERFORM
           .
      *********************
       FIN-CONTROLE-DOMIC. EXIT.
      *********************
      *-----------------------------------------------------------------
      *********************
       CONTROLE-UNE-DOMIC.
      *********************
           SET WS-POLICE-ABSENTE TO TRUE
           IF WS-TAB-POLICES-NB > 0
              SET WS-IDX-POLICE TO 1
              SEARCH WS-TAB-POLICES-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-POLICES-NUM-PLC (WS-IDX-POLICE) =
                                            ENR-DOM-NUM-PLC
                   SET WS-POLICE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           IF WS-POLICE-ABSENTE
              MOVE 05 TO WS-ANO-TYPE
              MOVE ENR-DOM-NUM-PLC TO WS-ANO-CLE
              MOVE SPACES TO WS-ANO-DETAIL
              STRING "IBAN " ENR-DOM-IBAN   DELIMITED BY SIZE
                INTO WS-ANO-DETAIL
              END-STRING
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              GO TO FIN-CONTROLE-UNE-DOMIC
           END-IF

           IF ENR-DOM-DAT-DEBUT NOT NUMERIC
              MOVE 'O' TO WS-TAB-POLICES-DOMIC (WS-IDX-POLICE)
              GO TO FIN-CONTROLE-UNE-DOMIC
           END-IF
           IF ENR-DOM-DAT-DEBUT-NUM NOT > WS-DATE-JOUR
            AND (ENR-DOM-DAT-FIN NOT NUMERIC
              OR ENR-DOM-DAT-FIN-NUM = ZERO
              OR ENR-DOM-DAT-FIN-NUM NOT < WS-DATE-JOUR)
              MOVE 'O' TO WS-TAB-POLICES-DOMIC (WS-IDX-POLICE)
           END-IF
           .
      *************************
       FIN-CONTROLE-UNE-DOMIC. EXIT.
      *************************
      *-----------------------------------------------------------------
      *******************
       CONTROLE-BAREMES.
      *******************
      *    Chaque ligne de bareme doit porter un code produit connu
      *    (sinon rejets 06 / 12) et un produit ne peut avoir deux
      *    lignes a la meme date d'effet (le bareme retenu dependrait
      *    alors de l'ordre du fichier) ; chaque paire en double est
      *    listee une fois.
           PERFORM VARYING WS-IDX-BALAYE FROM 1 BY 1
                   UNTIL WS-IDX-BALAYE > WS-TAB-BAREMES-NB
              MOVE SPACES TO WS-ANO-CLE
              STRING "PRODUIT "
                     WS-TAB-BAREMES-COD-PROD  (WS-IDX-BALAYE)
                     " EFFET "
                     WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BALAYE)
                                             DELIMITED BY SIZE
                INTO WS-ANO-CLE
              END-STRING

              SET WS-NON-TROUVE TO TRUE
              IF WS-TAB-PRODUITS-NB > 0
                 SET WS-IDX-PRODUIT TO 1
                 SEARCH WS-TAB-PRODUITS-LIGNE
                   AT END
                      CONTINUE
                   WHEN WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT) =
                        WS-TAB-BAREMES-COD-PROD  (WS-IDX-BALAYE)
                      SET WS-TROUVE TO TRUE
                 END-SEARCH
              END-IF
              IF WS-NON-TROUVE
                 MOVE 06 TO WS-ANO-TYPE
                 MOVE "PRODUIT ABSENT DE PRODUITS" TO WS-ANO-DETAIL
                 PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              END-IF

              COMPUTE WS-IDX-DEBUT = WS-IDX-BALAYE + 1
              PERFORM VARYING WS-IDX-SUIVANT FROM WS-IDX-DEBUT BY 1
                      UNTIL WS-IDX-SUIVANT > WS-TAB-BAREMES-NB
                 IF WS-TAB-BAREMES-COD-PROD  (WS-IDX-SUIVANT) =
                    WS-TAB-BAREMES-COD-PROD  (WS-IDX-BALAYE)
                  AND WS-TAB-BAREMES-DAT-EFFET (WS-IDX-SUIVANT) =
                    WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BALAYE)
                    MOVE 07 TO WS-ANO-TYPE
                    MOVE SPACES TO WS-ANO-DETAIL
                    STRING "LIGNES " WS-IDX-BALAYE " ET "
                           WS-IDX-SUIVANT        DELIMITED BY SIZE
                      INTO WS-ANO-DETAIL
                    END-STRING
                    PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ***********************
       FIN-CONTROLE-BAREMES. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ********************
       CONTROLE-PRODUITS.
      ********************
      *    Chaque produit doit avoir au moins une ligne de bareme de
      *    date d'effet anterieure ou egale a la date du jour : sans
      *    elle, tous ses decomptes seraient rejetes (code 12).
           PERFORM VARYING WS-IDX-PRODUIT FROM 1 BY 1
                   UNTIL WS-IDX-PRODUIT > WS-TAB-PRODUITS-NB
              SET WS-NON-TROUVE TO TRUE
              PERFORM VARYING WS-IDX-BALAYE FROM 1 BY 1
                      UNTIL WS-IDX-BALAYE > WS-TAB-BAREMES-NB
                         OR WS-TROUVE
                 IF WS-TAB-BAREMES-COD-PROD  (WS-IDX-BALAYE) =
                    WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT)
                  AND WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BALAYE) NOT >
                                                  WS-DATE-JOUR
                    SET WS-TROUVE TO TRUE
                 END-IF
              END-PERFORM
              IF WS-NON-TROUVE
                 MOVE 08 TO WS-ANO-TYPE
                 MOVE SPACES TO WS-ANO-CLE
                 STRING "PRODUIT "
                        WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT)
                                             DELIMITED BY SIZE
                   INTO WS-ANO-CLE
                 END-STRING
                 MOVE WS-TAB-PRODUITS-LIB (WS-IDX-PRODUIT) TO
                                                  WS-ANO-DETAIL
                 PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              END-IF
           END-PERFORM
           .
      ************************
       FIN-CONTROLE-PRODUITS. EXIT.
      ************************
      *-----------------------------------------------------------------
      ***************
       ECR-ANOMALIE.
      ***************
      *    Une ligne par anomalie : type, libelle du type, cle de
      *    l'enregistrement en cause, detail.
           ADD 1 TO CPT-ANOMALIES
           ADD 1 TO WS-ANO-NB (WS-ANO-TYPE)
           MOVE WS-ANO-TYPE TO WS-ANO-TYPE-AFF
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING WS-ANO-TYPE-AFF            DELIMITED BY SIZE
                  " * "                      DELIMITED BY SIZE
                  WS-ANO-LIB (WS-ANO-TYPE)   DELIMITED BY SIZE
                  " * "                      DELIMITED BY SIZE
                  WS-ANO-CLE                 DELIMITED BY SIZE
                  " * "                      DELIMITED BY SIZE
                  WS-ANO-DETAIL              DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      *******************
       FIN-ECR-ANOMALIE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ************
       ECR-LIGNE.
      ************
           MOVE WS-LIGNE-RAPPORT TO ENR-CTL-REFERENTIELS
           WRITE ENR-CTL-REFERENTIELS
           IF L-Fst-Rap NOT ZERO
              DISPLAY "Erreur ecriture CTL-REFERENTIELS = " L-Fst-Rap
           END-IF
           .
      ****************
       FIN-ECR-LIGNE. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
      *    Decompte par type d'anomalie et conclusion du controle.
           MOVE SPACES TO WS-LIGNE-RAPPORT
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           PERFORM VARYING WS-ANO-TYPE FROM 1 BY 1
                   UNTIL WS-ANO-TYPE > 8
              MOVE WS-ANO-TYPE TO WS-ANO-TYPE-AFF
              MOVE SPACES TO WS-LIGNE-RAPPORT
              STRING "TOTAL "                   DELIMITED BY SIZE
                     WS-ANO-TYPE-AFF            DELIMITED BY SIZE
                     " * "                      DELIMITED BY SIZE
                     WS-ANO-LIB (WS-ANO-TYPE)   DELIMITED BY SIZE
                     " * "                      DELIMITED BY SIZE
                     WS-ANO-NB (WS-ANO-TYPE)    DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-PERFORM

           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "TOTAL ANOMALIES "       DELIMITED BY SIZE
                  CPT-ANOMALIES            DELIMITED BY SIZE
                  " SEUIL BLOQUANT "       DELIMITED BY SIZE
                  WS-SEUIL                 DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           MOVE SPACES TO WS-LIGNE-RAPPORT
           EVALUATE TRUE
             WHEN WS-REFERENTIEL-ABSENT
                MOVE "CHAINE BLOQUEE : REFERENTIEL INDISPONIBLE" TO
                                             WS-LIGNE-RAPPORT
             WHEN CPT-ANOMALIES > WS-SEUIL
                MOVE "CHAINE BLOQUEE : SEUIL D'ANOMALIES DEPASSE" TO
                                             WS-LIGNE-RAPPORT
             WHEN CPT-ANOMALIES > 0
                MOVE "CHAINE AUTORISEE AVEC ANOMALIES A CORRIGER" TO
                                             WS-LIGNE-RAPPORT
             WHEN OTHER
                MOVE "CHAINE AUTORISEE : REFERENTIELS COHERENTS" TO
                                             WS-LIGNE-RAPPORT
           END-EVALUATE
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           CLOSE CTL-REFERENTIELS

           DISPLAY "Nombre d'anomalies : "          CPT-ANOMALIES
           DISPLAY "Seuil bloquant : "              WS-SEUIL
           DISPLAY WS-LIGNE-RAPPORT
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Ctl-Referentiels.
      *-----------------------------------------------------------------
