       IDENTIFICATION DIVISION.
       PROGRAM-ID. Maj-Domiciliations.

      *-----------------------------------------------------------------
      *    Mise a jour du fichier des domiciliations bancaires par
      *    fichier de mouvements : le fichier DOMICILIATIONS lu par
      *    Gen-Virements ne doit plus etre entretenu a l'editeur de
      *    texte.
      *    Le programme lit les domiciliations courantes, le
      *    referentiel POLICES et un fichier de mouvements par
      *    NUM-PLC (C = creation, M = modification des coordonnees
      *    bancaires, R = cloture), controle chaque mouvement (police
      *    inconnue de POLICES, cle de controle IBAN modulo 97,
      *    longueur d'IBAN differente de celle du pays, BIC mal forme
      *    ou d'un autre pays que l'IBAN, date invalide, domiciliation
      *    deja ouverte ou inexistante), produit le nouveau fichier
      *    DOMICILIATIONS et un compte rendu des mouvements appliques
      *    et rejetes.
      *    Le fichier est historise : chaque version porte sa date de
      *    debut, sa date de fin (derniere date en vigueur, zero tant
      *    qu'elle est ouverte) et son statut (A en vigueur, H
      *    remplacee, C cloturee). Une modification ferme la version
      *    en vigueur la veille de la date de debut de la nouvelle ;
      *    aucune version n'est jamais supprimee, de sorte qu'un
      *    paiement se rapproche toujours des coordonnees en vigueur a
      *    sa date d'execution.
      *    Le fichier d'entree n'est jamais modifie en place : la
      *    sortie est un nouveau fichier, a basculer par
      *    l'ordonnanceur une fois le compte rendu verifie.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Referentiel des polices (meme dessin que le fichier
      *    POLICES lu par Frais-Sante), pour le controle d'existence :
           SELECT POLICES ASSIGN DYNAMIC WS-POLICES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Pol
           .

      *    Domiciliations courantes (toutes versions) :
           SELECT DOMICILIATIONS ASSIGN DYNAMIC WS-DOMIC-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dom
           .

      *    Mouvements de mise a jour (une ligne par mouvement) :
           SELECT MOUVEMENTS ASSIGN DYNAMIC WS-MOUVEMENTS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Mvt
           .

      *    Nouveau fichier des domiciliations, apres application des
      *    mouvements acceptes :
           SELECT DOMICILIATIONS-NOUVEAU ASSIGN DYNAMIC WS-NOUVEAU-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Nou
           .

      *    Compte rendu des mouvements appliques et rejetes :
           SELECT MAJ-DOMIC-CR ASSIGN DYNAMIC WS-CR-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Cr
           .

       DATA DIVISION.
       FILE SECTION.

       FD POLICES.
       01 ENR-POLICES.
           05 ENR-POLICES-NUM-PLC                     PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-POLICES-DAT-EFFET                   PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-POLICES-DAT-FIN                     PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-POLICES-STATUT                      PIC X(01).

      *    Les dates et le statut sont lus en alphanumerique : un
      *    fichier anterieur a l'historisation ne les porte pas, ses
      *    lignes sont reprises comme versions en vigueur depuis
      *    toujours.
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
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-DAT-FIN                         PIC X(08).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-STATUT                          PIC X(01).

       FD MOUVEMENTS.
       01 ENR-MOUVEMENTS.
      *    Code mouvement : C = creation, M = modification des
      *    coordonnees bancaires, R = cloture.
           05 ENR-MVT-COD                             PIC X(01).
           05 FILLER                                   PIC X(01).
           05 ENR-MVT-NUM-PLC                         PIC X(12).
      *    Date en clair (SSAAMMJJ) : date de debut de la version
      *    creee (C, M) ou derniere date en vigueur (R).
           05 FILLER                                   PIC X(01).
           05 ENR-MVT-DATE                            PIC X(08).
           05 FILLER                                   PIC X(01).
           05 ENR-MVT-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-MVT-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-MVT-TITULAIRE                       PIC X(30).

       FD DOMICILIATIONS-NOUVEAU.
       01 ENR-DOMIC-NOUVEAU.
           05 ENR-NOU-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-TITULAIRE                       PIC X(30).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-DAT-DEBUT                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-DAT-FIN                         PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-NOU-STATUT                          PIC X(01).

       FD MAJ-DOMIC-CR.
       01 ENR-MAJ-DOMIC-CR                                PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Pol                        PIC XX VALUE "00".
       01 L-Fst-Dom                        PIC XX VALUE "00".
       01 L-Fst-Mvt                        PIC XX VALUE "00".
       01 L-Fst-Nou                        PIC XX VALUE "00".
       01 L-Fst-Cr                         PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-POLICES-PATH                        PIC X(200).
           05 WS-DOMIC-PATH                          PIC X(200).
           05 WS-MOUVEMENTS-PATH                     PIC X(200).
           05 WS-NOUVEAU-PATH                        PIC X(200).
           05 WS-CR-PATH                             PIC X(200).

      * Booléens pour tester la fin de lecture :

       01 Fin-POLICES                           PIC 9.
           88 Fin-POLICES-Oui                      VALUE 1.
           88 Fin-POLICES-Non                      VALUE 0.

       01 Fin-DOMIC                             PIC 9.
           88 Fin-DOMIC-Oui                        VALUE 1.
           88 Fin-DOMIC-Non                        VALUE 0.

       01 Fin-MOUVEMENTS                        PIC 9.
           88 Fin-MOUVEMENTS-Oui                   VALUE 1.
           88 Fin-MOUVEMENTS-Non                   VALUE 0.

      * Compteurs
       01 COMPTEURS.
           05 CPT-POLICES-LUES                          PIC 9(10).
           05 CPT-DOMIC-LUES                            PIC 9(10).
           05 CPT-MOUVEMENTS-LUS                        PIC 9(10).
           05 CPT-MVT-APPLIQUES                         PIC 9(10).
           05 CPT-MVT-REJETES                           PIC 9(10).
           05 CPT-CREATIONS                             PIC 9(10).
           05 CPT-MODIFICATIONS                         PIC 9(10).
           05 CPT-CLOTURES                              PIC 9(10).
           05 CPT-DOMIC-ECRITES                         PIC 9(10).

      * Numeros de police connus de POLICES (le controle ne porte
      * que sur l'existence de la police) :
       01 WS-TAB-POLICES.
           05 WS-TAB-POLICES-NB                         PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-POLICES-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-POLICES-NB
                   INDEXED BY WS-IDX-POLICE.
               10 WS-TAB-POLICES-NUM-PLC                PIC X(12).

      * Domiciliations chargees en table, toutes versions ; les
      * mouvements sont appliques dans la table (une modification
      * ajoute une version en fin de table), le nouveau fichier est
      * ecrit a partir d'elle en fin de passage. La table est bornee
      * a 20000 versions pour un portefeuille d'environ 5000 polices.
       01 WS-TAB-DOMIC.
           05 WS-TAB-DOMIC-NB                           PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-DOMIC-LIGNE OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-TAB-DOMIC-NB
                   INDEXED BY WS-IDX-DOMIC.
               10 WS-TAB-DOMIC-NUM-PLC                  PIC X(12).
               10 WS-TAB-DOMIC-IBAN                     PIC X(34).
               10 WS-TAB-DOMIC-BIC                      PIC X(11).
               10 WS-TAB-DOMIC-TITULAIRE                PIC X(30).
               10 WS-TAB-DOMIC-DAT-DEBUT                PIC 9(08).
               10 WS-TAB-DOMIC-DAT-FIN                  PIC 9(08).
               10 WS-TAB-DOMIC-STATUT                   PIC X(01).

      * Mouvement en cours de traitement :
       01 WS-ENR-MVT.
           05 WS-MVT-COD                                PIC X(01).
               88 WS-MVT-CREATION                     VALUE 'C'.
               88 WS-MVT-MODIFICATION                  VALUE 'M'.
               88 WS-MVT-CLOTURE                       VALUE 'R'.
               88 WS-MVT-COD-VALIDE                    VALUE 'C'
                                                          'M' 'R'.
           05 FILLER                                    PIC X(01).
           05 WS-MVT-NUM-PLC                            PIC X(12).
           05 FILLER                                    PIC X(01).
           05 WS-MVT-DATE                               PIC X(08).
           05 WS-MVT-DATE-NUM REDEFINES WS-MVT-DATE     PIC 9(08).
           05 FILLER                                    PIC X(01).
           05 WS-MVT-IBAN                               PIC X(34).
           05 FILLER                                    PIC X(01).
           05 WS-MVT-BIC                                PIC X(11).
           05 FILLER                                    PIC X(01).
           05 WS-MVT-TITULAIRE                          PIC X(30).

      * Resultat des controles du mouvement courant :
       01 EXISTE-RREUR                                  PIC 9.
           88 ERREUR-OUI                                VALUE 0.
           88 ERREUR-NON                                VALUE 1.

      * La raison du rejet en cours :
       01 WS-RAISON-ERREUR.
           05 WS-RAISON-ERREUR-COD                      PIC X(02).
           05 WS-RAISON-ERREUR-LIB                      PIC X(60).

      * Recherche de la police et de sa version en vigueur :
       01 WS-POLICE-TROUVEE-IND                           PIC X(01).
           88 WS-POLICE-TROUVEE                         VALUE 'O'.
           88 WS-POLICE-ABSENTE                          VALUE 'N'.
       01 WS-DOMIC-TROUVEE-IND                            PIC X(01).
           88 WS-DOMIC-TROUVEE                          VALUE 'O'.
           88 WS-DOMIC-ABSENTE                           VALUE 'N'.
       01 WS-IDX-TROUVE                                  PIC 9(05).
       01 WS-IDX-BALAYE                                  PIC 9(05).
      * Plus grande date de fin des versions fermees de la police
      * (une nouvelle version ne doit pas les chevaucher) :
       01 WS-DAT-FIN-MAX                                 PIC 9(08).
      * Veille de la date du mouvement (fin de la version remplacee) :
       01 WS-DAT-VEILLE                                  PIC 9(08).

      * Controle de l'IBAN : l'IBAN est vu caractere par caractere ;
      * les lettres valent 10 (A) a 35 (Z) dans le calcul de la cle,
      * qui porte sur l'IBAN dont les quatre premiers caracteres sont
      * reportes en fin, reste modulo 97 calcule au fil des
      * caracteres (le nombre complet depasse toute zone numerique).
       01 WS-IBAN                                        PIC X(34).
       01 WS-IBAN-R REDEFINES WS-IBAN.
           05 WS-IBAN-CAR OCCURS 34 TIMES               PIC X(01).
       01 WS-IBAN-LG                                     PIC 9(02).
       01 WS-IBAN-PAYS                                   PIC X(02).
       01 WS-IBAN-POS                                    PIC 9(02).
       01 WS-IBAN-RANG                                   PIC 9(02).
       01 WS-IBAN-RESTE                                  PIC 9(02).
       01 WS-IBAN-TRAV                                   PIC 9(06).
       01 WS-IBAN-QUOT                                   PIC 9(06).
       01 WS-IBAN-VALEUR                                 PIC 9(02).

       01 WS-BIC                                         PIC X(11).
       01 WS-BIC-R REDEFINES WS-BIC.
           05 WS-BIC-CAR OCCURS 11 TIMES                PIC X(01).
       01 WS-BIC-LG                                      PIC 9(02).

      * Caractere courant et sa valeur (0 a 35) ; 99 = caractere
      * hors chiffres et lettres majuscules :
       01 WS-CAR                                         PIC X(01).
       01 WS-CAR-VALEUR                                  PIC 9(02).
       01 WS-CAR-IDX                                     PIC 9(02).
       01 WS-ALPHANUM                                    PIC X(36)
                VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALPHANUM-R REDEFINES WS-ALPHANUM.
           05 WS-ALPHANUM-CAR OCCURS 36 TIMES           PIC X(01).

      * Longueur de l'IBAN par pays (pays de la zone SEPA servis par
      * les domiciliations du portefeuille) ; un pays absent de la
      * table est rejete :
       01 WS-PAYS-IBAN-VALEURS.
           05 FILLER                      PIC X(04) VALUE "FR27".
           05 FILLER                      PIC X(04) VALUE "MC27".
           05 FILLER                      PIC X(04) VALUE "DE22".
           05 FILLER                      PIC X(04) VALUE "BE16".
           05 FILLER                      PIC X(04) VALUE "LU20".
           05 FILLER                      PIC X(04) VALUE "NL18".
           05 FILLER                      PIC X(04) VALUE "CH21".
           05 FILLER                      PIC X(04) VALUE "IT27".
           05 FILLER                      PIC X(04) VALUE "ES24".
           05 FILLER                      PIC X(04) VALUE "PT25".
           05 FILLER                      PIC X(04) VALUE "GB22".
           05 FILLER                      PIC X(04) VALUE "IE22".
           05 FILLER                      PIC X(04) VALUE "AT20".
           05 FILLER                      PIC X(04) VALUE "AD24".
           05 FILLER                      PIC X(04) VALUE "LI21".
           05 FILLER                      PIC X(04) VALUE "SM27".
           05 FILLER                      PIC X(04) VALUE "GR27".
           05 FILLER                      PIC X(04) VALUE "PL28".
           05 FILLER                      PIC X(04) VALUE "DK18".
           05 FILLER                      PIC X(04) VALUE "SE24".
           05 FILLER                      PIC X(04) VALUE "FI18".
           05 FILLER                      PIC X(04) VALUE "NO15".
       01 WS-PAYS-IBAN REDEFINES WS-PAYS-IBAN-VALEURS.
           05 WS-PAYS-IBAN-LIGNE OCCURS 22 TIMES
                   INDEXED BY WS-IDX-PAYS.
               10 WS-PAYS-IBAN-COD                      PIC X(02).
               10 WS-PAYS-IBAN-LG                       PIC 9(02).

      * Zone d'echange du service de dates (controle de la date du
      * mouvement et calcul de la veille) :
       01 WS-Variable-Dat.
           COPY YDATCNV.

      * Ligne du compte rendu et date du jour :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-LIGNE-CR                                    PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM TRAITEMENT                 THRU FIN-TRAITEMENT

           PERFORM ECR-NOUVEAU                THRU FIN-ECR-NOUVEAU

           PERFORM FIN                        THRU FIN-FIN

      *    Des mouvements rejetes existent : code retour 4, que
      *    l'ordonnanceur peut distinguer d'un passage sans rejet.
           IF CPT-MVT-REJETES > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***  MISE A JOUR DES DOMICILIATIONS BANCAIRES   ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Pol
                      L-Fst-Dom
                      L-Fst-Mvt
                      L-Fst-Nou
                      L-Fst-Cr

           SET Fin-MOUVEMENTS-Non TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           PERFORM CHARGE-POLICES THRU FIN-CHARGE-POLICES

           PERFORM CHARGE-DOMICILIATIONS THRU
                                         FIN-CHARGE-DOMICILIATIONS

           OPEN INPUT MOUVEMENTS
           IF L-Fst-Mvt NOT = ZERO
              DISPLAY "Fichier des mouvements indisponible, statut = "
                       L-Fst-Mvt
              SET Fin-MOUVEMENTS-Oui TO TRUE
           END-IF

           OPEN OUTPUT MAJ-DOMIC-CR
           MOVE SPACES TO WS-LIGNE-CR
           STRING "COMPTE RENDU MAJ DOMICILIATIONS DU "
                                                 DELIMITED BY SIZE
                  WS-DATE-JOUR                   DELIMITED BY SIZE
             INTO WS-LIGNE-CR
           END-STRING
           MOVE WS-LIGNE-CR TO ENR-MAJ-DOMIC-CR
           WRITE ENR-MAJ-DOMIC-CR
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
           MOVE "POLICES.txt"                 TO WS-POLICES-PATH
           MOVE "DOMICILIATIONS.txt"          TO WS-DOMIC-PATH
           MOVE "DOMICILIATIONS-MVT.txt"      TO WS-MOUVEMENTS-PATH
           MOVE "DOMICILIATIONS-NOUVEAU.txt"  TO WS-NOUVEAU-PATH
           MOVE "MAJ-DOMICILIATIONS-CR.txt"   TO WS-CR-PATH

           ACCEPT WS-POLICES-PATH FROM ENVIRONMENT
                                            "MAJDOMIC_POLICES_IN"
           ACCEPT WS-DOMIC-PATH   FROM ENVIRONMENT
                                            "MAJDOMIC_DOMIC_IN"
           ACCEPT WS-MOUVEMENTS-PATH FROM ENVIRONMENT
                                            "MAJDOMIC_MVT_IN"
           ACCEPT WS-NOUVEAU-PATH FROM ENVIRONMENT
                                            "MAJDOMIC_DOMIC_OUT"
           ACCEPT WS-CR-PATH      FROM ENVIRONMENT
                                            "MAJDOMIC_CR_OUT"

           IF WS-POLICES-PATH = SPACES MOVE "POLICES.txt" TO
                                                       WS-POLICES-PATH
           END-IF
           IF WS-DOMIC-PATH   = SPACES MOVE "DOMICILIATIONS.txt" TO
                                                       WS-DOMIC-PATH
           END-IF
           IF WS-MOUVEMENTS-PATH = SPACES
              MOVE "DOMICILIATIONS-MVT.txt" TO WS-MOUVEMENTS-PATH
           END-IF
           IF WS-NOUVEAU-PATH = SPACES
              MOVE "DOMICILIATIONS-NOUVEAU.txt" TO WS-NOUVEAU-PATH
           END-IF
           IF WS-CR-PATH      = SPACES
              MOVE "MAJ-DOMICILIATIONS-CR.txt" TO WS-CR-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       CHARGE-POLICES.
      *****************
      *    Charge les numeros de police du referentiel ; un
      *    referentiel absent fait rejeter tous les mouvements (police
      *    inconnue), rien n'est applique a l'aveugle.
           SET Fin-POLICES-Non TO TRUE
           OPEN INPUT POLICES
           IF L-Fst-Pol NOT = ZERO
              DISPLAY "Referentiel POLICES indisponible, statut = "
                       L-Fst-Pol
              SET Fin-POLICES-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-POLICES-Oui
              READ POLICES
                AT END
                   SET Fin-POLICES-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-POLICES-NB < 10000
                      ADD 1 TO WS-TAB-POLICES-NB
                      SET WS-IDX-POLICE TO WS-TAB-POLICES-NB
                      MOVE ENR-POLICES-NUM-PLC   TO
                           WS-TAB-POLICES-NUM-PLC   (WS-IDX-POLICE)
                      ADD 1 TO CPT-POLICES-LUES
                   ELSE
                      DISPLAY "Table des polices saturee, police "
                               "ignoree : " ENR-POLICES-NUM-PLC
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Pol = ZERO OR L-Fst-Pol = "10"
              CLOSE POLICES
           END-IF
           DISPLAY "Nombre de polices chargees : " CPT-POLICES-LUES
           .
      *********************
       FIN-CHARGE-POLICES. EXIT.
      *********************
      *-----------------------------------------------------------------
      ************************
       CHARGE-DOMICILIATIONS.
      ************************
      *    Charge toutes les versions des domiciliations ; absent au
      *    tout premier passage (le nouveau fichier sera alors
      *    constitue des seules creations). Une ligne sans dates
      *    (fichier anterieur a l'historisation) devient une version
      *    en vigueur depuis toujours : debut et fin a zero, statut A.
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
                   IF WS-TAB-DOMIC-NB < 20000
                      ADD 1 TO WS-TAB-DOMIC-NB
                      SET WS-IDX-DOMIC TO WS-TAB-DOMIC-NB
                      MOVE ENR-DOM-NUM-PLC   TO
                           WS-TAB-DOMIC-NUM-PLC   (WS-IDX-DOMIC)
                      MOVE ENR-DOM-IBAN      TO
                           WS-TAB-DOMIC-IBAN      (WS-IDX-DOMIC)
                      MOVE ENR-DOM-BIC       TO
                           WS-TAB-DOMIC-BIC       (WS-IDX-DOMIC)
                      MOVE ENR-DOM-TITULAIRE TO
                           WS-TAB-DOMIC-TITULAIRE (WS-IDX-DOMIC)
                      IF ENR-DOM-DAT-DEBUT IS NUMERIC
                         MOVE ENR-DOM-DAT-DEBUT TO
                              WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC)
                      ELSE
                         MOVE 0 TO WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC)
                      END-IF
                      IF ENR-DOM-DAT-FIN IS NUMERIC
                         MOVE ENR-DOM-DAT-FIN TO
                              WS-TAB-DOMIC-DAT-FIN   (WS-IDX-DOMIC)
                      ELSE
                         MOVE 0 TO WS-TAB-DOMIC-DAT-FIN (WS-IDX-DOMIC)
                      END-IF
                      IF ENR-DOM-STATUT = 'A' OR 'H' OR 'C'
                         MOVE ENR-DOM-STATUT TO
                              WS-TAB-DOMIC-STATUT    (WS-IDX-DOMIC)
                      ELSE
                         MOVE 'A' TO WS-TAB-DOMIC-STATUT (WS-IDX-DOMIC)
                      END-IF
                      ADD 1 TO CPT-DOMIC-LUES
                   ELSE
                      DISPLAY "Table des domiciliations saturee, "
                               "entree ignoree : " ENR-DOM-NUM-PLC
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Dom = ZERO OR L-Fst-Dom = "10"
              CLOSE DOMICILIATIONS
           END-IF
           DISPLAY "Nombre de versions de domiciliation chargees : "
                    CPT-DOMIC-LUES
           .
      ****************************
       FIN-CHARGE-DOMICILIATIONS. EXIT.
      ****************************
      *-----------------------------------------------------------------
      *************
       TRAITEMENT.
      *************
           PERFORM UNTIL Fin-MOUVEMENTS-Oui
              READ MOUVEMENTS
                AT END
                   SET Fin-MOUVEMENTS-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-MOUVEMENTS-LUS
                   MOVE ENR-MOUVEMENTS TO WS-ENR-MVT
                   PERFORM TRAITEMENT-MOUVEMENT THRU
                                         FIN-TRAITEMENT-MOUVEMENT
              END-READ
           END-PERFORM
           IF L-Fst-Mvt = ZERO OR L-Fst-Mvt = "10"
              CLOSE MOUVEMENTS
           END-IF
           .
      *****************
       FIN-TRAITEMENT. EXIT.
      *****************
      *-----------------------------------------------------------------
      ***********************
       TRAITEMENT-MOUVEMENT.
      ***********************
      *    Controle puis applique le mouvement courant dans la table ;
      *    chaque mouvement laisse une ligne au compte rendu, applique
      *    ou rejete avec sa raison.
           SET ERREUR-NON TO TRUE

           PERFORM CONTROLE-MOUVEMENT THRU FIN-CONTROLE-MOUVEMENT
           IF ERREUR-OUI
              PERFORM ECR-CR-REJET THRU FIN-ECR-CR-REJET
              GO TO FIN-TRAITEMENT-MOUVEMENT
           END-IF

           EVALUATE TRUE
             WHEN WS-MVT-CREATION
                PERFORM APPLIQUE-CREATION THRU
                                         FIN-APPLIQUE-CREATION
             WHEN WS-MVT-MODIFICATION
                PERFORM APPLIQUE-MODIFICATION THRU
                                         FIN-APPLIQUE-MODIFICATION
             WHEN WS-MVT-CLOTURE
                PERFORM APPLIQUE-CLOTURE THRU
                                         FIN-APPLIQUE-CLOTURE
           END-EVALUATE

           IF ERREUR-NON
              ADD 1 TO CPT-MVT-APPLIQUES
              PERFORM ECR-CR-APPLIQUE THRU FIN-ECR-CR-APPLIQUE
           ELSE
              PERFORM ECR-CR-REJET THRU FIN-ECR-CR-REJET
           END-IF
           .
      ***************************
       FIN-TRAITEMENT-MOUVEMENT. EXIT.
      ***************************
      *-----------------------------------------------------------------
      *********************
       CONTROLE-MOUVEMENT.
      *********************
      *    Controles communs : code mouvement, date valide (controlee
      *    par le service de dates, qui en donne aussi la veille),
      *    police connue de POLICES ; pour une creation ou une
      *    modification, coordonnees bancaires (IBAN, BIC, titulaire).
      *    Les controles d'existence de la domiciliation sont faits
      *    par les paragraphes d'application.
           IF NOT WS-MVT-COD-VALIDE
              SET ERREUR-OUI TO TRUE
              MOVE '01' TO WS-RAISON-ERREUR-COD
              MOVE "CODE MOUVEMENT INVALIDE (C, M OU R)" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

           IF WS-MVT-DATE NOT NUMERIC
              SET ERREUR-OUI TO TRUE
              MOVE '02' TO WS-RAISON-ERREUR-COD
              MOVE "DATE NON NUMERIQUE" TO WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

           INITIALIZE WS-Variable-Dat
           SET  DATCNV-Fonct-AjoutJours TO TRUE
           MOVE WS-MVT-DATE-NUM TO DATCNV-DatEnt-SSAAMMJJ
           MOVE -1              TO DATCNV-NbJours
           CALL 'CONVDATE' USING WS-Variable-Dat
           IF NOT DATCNV-DatSor-CodErr-OK
              SET ERREUR-OUI TO TRUE
              MOVE '02' TO WS-RAISON-ERREUR-COD
              MOVE "DATE INVALIDE" TO WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF
           MOVE DATCNV-DatSor-SSAAMMJJ TO WS-DAT-VEILLE

           PERFORM CHERCHE-POLICE THRU FIN-CHERCHE-POLICE
           IF WS-POLICE-ABSENTE
              SET ERREUR-OUI TO TRUE
              MOVE '04' TO WS-RAISON-ERREUR-COD
              MOVE "POLICE INCONNUE DANS POLICES" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

      *    Une cloture ne porte pas de coordonnees bancaires.
           IF WS-MVT-CLOTURE
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

           PERFORM CONTROLE-IBAN THRU FIN-CONTROLE-IBAN
           IF ERREUR-OUI
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

           PERFORM CONTROLE-BIC THRU FIN-CONTROLE-BIC
           IF ERREUR-OUI
              GO TO FIN-CONTROLE-MOUVEMENT
           END-IF

           IF WS-MVT-TITULAIRE = SPACES
              SET ERREUR-OUI TO TRUE
              MOVE '11' TO WS-RAISON-ERREUR-COD
              MOVE "TITULAIRE DU COMPTE ABSENT" TO
                                            WS-RAISON-ERREUR-LIB
           END-IF
           .
      *************************
       FIN-CONTROLE-MOUVEMENT. EXIT.
      *************************
      *-----------------------------------------------------------------
      ****************
       CONTROLE-IBAN.
      ****************
      *    Format (pays en lettres, cle en chiffres, suite en chiffres
      *    et lettres majuscules, sans blanc interieur), longueur
      *    attendue pour le pays, puis cle modulo 97 : l'IBAN dont les
      *    quatre premiers caracteres sont reportes en fin, lettres
      *    converties (A = 10 ... Z = 35), doit laisser un reste de 1.
           MOVE WS-MVT-IBAN TO WS-IBAN
           MOVE 0 TO WS-IBAN-LG
           PERFORM VARYING WS-IBAN-POS FROM 34 BY -1
                   UNTIL WS-IBAN-POS < 1 OR WS-IBAN-LG > 0
              IF WS-IBAN-CAR (WS-IBAN-POS) NOT = SPACE
                 MOVE WS-IBAN-POS TO WS-IBAN-LG
              END-IF
           END-PERFORM

           IF WS-IBAN-LG < 5
              SET ERREUR-OUI TO TRUE
              MOVE '08' TO WS-RAISON-ERREUR-COD
              MOVE "IBAN ABSENT OU TROP COURT" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-IBAN
           END-IF

           PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-LG OR ERREUR-OUI
              MOVE WS-IBAN-CAR (WS-IBAN-POS) TO WS-CAR
              PERFORM VALEUR-CARACTERE THRU FIN-VALEUR-CARACTERE
              EVALUATE TRUE
                WHEN WS-CAR-VALEUR = 99
                   SET ERREUR-OUI TO TRUE
                WHEN WS-IBAN-POS < 3 AND WS-CAR-VALEUR < 10
                   SET ERREUR-OUI TO TRUE
                WHEN (WS-IBAN-POS = 3 OR WS-IBAN-POS = 4)
                 AND WS-CAR-VALEUR > 9
                   SET ERREUR-OUI TO TRUE
              END-EVALUATE
           END-PERFORM
           IF ERREUR-OUI
              MOVE '08' TO WS-RAISON-ERREUR-COD
              MOVE "IBAN MAL FORME (CARACTERE INVALIDE)" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-IBAN
           END-IF

           MOVE WS-IBAN (1:2) TO WS-IBAN-PAYS
           SET WS-IDX-PAYS TO 1
           SEARCH WS-PAYS-IBAN-LIGNE
             AT END
                SET ERREUR-OUI TO TRUE
                MOVE '08' TO WS-RAISON-ERREUR-COD
                MOVE "PAYS DE L'IBAN NON GERE" TO
                                            WS-RAISON-ERREUR-LIB
             WHEN WS-PAYS-IBAN-COD (WS-IDX-PAYS) = WS-IBAN-PAYS
                IF WS-PAYS-IBAN-LG (WS-IDX-PAYS) NOT = WS-IBAN-LG
                   SET ERREUR-OUI TO TRUE
                   MOVE '08' TO WS-RAISON-ERREUR-COD
                   MOVE "LONGUEUR IBAN INCORRECTE POUR LE PAYS" TO
                                            WS-RAISON-ERREUR-LIB
                END-IF
           END-SEARCH
           IF ERREUR-OUI
              GO TO FIN-CONTROLE-IBAN
           END-IF

           MOVE 0 TO WS-IBAN-RESTE
           PERFORM VARYING WS-IBAN-RANG FROM 1 BY 1
                   UNTIL WS-IBAN-RANG > WS-IBAN-LG
              COMPUTE WS-IBAN-POS = WS-IBAN-RANG + 4
              IF WS-IBAN-POS > WS-IBAN-LG
                 SUBTRACT WS-IBAN-LG FROM WS-IBAN-POS
              END-IF
              MOVE WS-IBAN-CAR (WS-IBAN-POS) TO WS-CAR
              PERFORM VALEUR-CARACTERE THRU FIN-VALEUR-CARACTERE
              IF WS-CAR-VALEUR < 10
                 COMPUTE WS-IBAN-TRAV = WS-IBAN-RESTE * 10
                                      + WS-CAR-VALEUR
              ELSE
                 COMPUTE WS-IBAN-TRAV = WS-IBAN-RESTE * 100
                                      + WS-CAR-VALEUR
              END-IF
              DIVIDE WS-IBAN-TRAV BY 97 GIVING WS-IBAN-QUOT
                                        REMAINDER WS-IBAN-RESTE
           END-PERFORM
           IF WS-IBAN-RESTE NOT = 1
              SET ERREUR-OUI TO TRUE
              MOVE '09' TO WS-RAISON-ERREUR-COD
              MOVE "CLE DE CONTROLE IBAN ERRONEE (MODULO 97)" TO
                                            WS-RAISON-ERREUR-LIB
           END-IF
           .
      ********************
       FIN-CONTROLE-IBAN. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       CONTROLE-BIC.
      ***************
      *    BIC de 8 ou 11 caracteres : code banque en lettres, code
      *    pays identique a celui de l'IBAN, puis chiffres ou lettres
      *    majuscules.
           MOVE WS-MVT-BIC TO WS-BIC
           MOVE 0 TO WS-BIC-LG
           PERFORM VARYING WS-IBAN-POS FROM 11 BY -1
                   UNTIL WS-IBAN-POS < 1 OR WS-BIC-LG > 0
              IF WS-BIC-CAR (WS-IBAN-POS) NOT = SPACE
                 MOVE WS-IBAN-POS TO WS-BIC-LG
              END-IF
           END-PERFORM

           IF WS-BIC-LG NOT = 8 AND WS-BIC-LG NOT = 11
              SET ERREUR-OUI TO TRUE
              MOVE '10' TO WS-RAISON-ERREUR-COD
              MOVE "BIC INCOHERENT (LONGUEUR 8 OU 11)" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-BIC
           END-IF

           PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > WS-BIC-LG OR ERREUR-OUI
              MOVE WS-BIC-CAR (WS-IBAN-POS) TO WS-CAR
              PERFORM VALEUR-CARACTERE THRU FIN-VALEUR-CARACTERE
              IF WS-CAR-VALEUR = 99
              OR (WS-IBAN-POS < 5 AND WS-CAR-VALEUR < 10)
                 SET ERREUR-OUI TO TRUE
              END-IF
           END-PERFORM
           IF ERREUR-OUI
              MOVE '10' TO WS-RAISON-ERREUR-COD
              MOVE "BIC INCOHERENT (CARACTERE INVALIDE)" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-CONTROLE-BIC
           END-IF

           IF WS-BIC (5:2) NOT = WS-IBAN-PAYS
              SET ERREUR-OUI TO TRUE
              MOVE '10' TO WS-RAISON-ERREUR-COD
              MOVE "BIC INCOHERENT (PAYS DIFFERENT DE L'IBAN)" TO
                                            WS-RAISON-ERREUR-LIB
           END-IF
           .
      *******************
       FIN-CONTROLE-BIC. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       VALEUR-CARACTERE.
      *******************
      *    Valeur de WS-CAR : 0 a 9 pour les chiffres, 10 a 35 pour
      *    les lettres majuscules, 99 pour tout autre caractere.
           MOVE 99 TO WS-CAR-VALEUR
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 36 OR WS-CAR-VALEUR < 99
              IF WS-ALPHANUM-CAR (WS-CAR-IDX) = WS-CAR
                 COMPUTE WS-CAR-VALEUR = WS-CAR-IDX - 1
              END-IF
           END-PERFORM
           .
      ***********************
       FIN-VALEUR-CARACTERE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ******************
       CHERCHE-POLICE.
      ******************
           SET WS-POLICE-ABSENTE TO TRUE
           IF WS-TAB-POLICES-NB > 0
              SET WS-IDX-POLICE TO 1
              SEARCH WS-TAB-POLICES-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-POLICES-NUM-PLC (WS-IDX-POLICE) =
                                                  WS-MVT-NUM-PLC
                   SET WS-POLICE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           .
      *********************
       FIN-CHERCHE-POLICE. EXIT.
      *********************
      *-----------------------------------------------------------------
      **************************
       CHERCHE-VERSION-OUVERTE.
      **************************
      *    Retrouve la version en vigueur (statut A) de la
      *    domiciliation de la police du mouvement, et la plus grande
      *    date de fin de ses versions fermees.
           SET WS-DOMIC-ABSENTE TO TRUE
           MOVE 0 TO WS-IDX-TROUVE
           MOVE 0 TO WS-DAT-FIN-MAX
           PERFORM VARYING WS-IDX-BALAYE FROM 1 BY 1
                   UNTIL WS-IDX-BALAYE > WS-TAB-DOMIC-NB
              IF WS-TAB-DOMIC-NUM-PLC (WS-IDX-BALAYE) =
                                                  WS-MVT-NUM-PLC
                 IF WS-TAB-DOMIC-STATUT (WS-IDX-BALAYE) = 'A'
                    SET WS-DOMIC-TROUVEE TO TRUE
                    MOVE WS-IDX-BALAYE TO WS-IDX-TROUVE
                 ELSE
                    IF WS-TAB-DOMIC-DAT-FIN (WS-IDX-BALAYE) >
                                                  WS-DAT-FIN-MAX
                       MOVE WS-TAB-DOMIC-DAT-FIN (WS-IDX-BALAYE) TO
                                                  WS-DAT-FIN-MAX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      ******************************
       FIN-CHERCHE-VERSION-OUVERTE. EXIT.
      ******************************
      *-----------------------------------------------------------------
      ********************
       APPLIQUE-CREATION.
      ********************
      *    Creation : la police ne doit pas avoir de domiciliation en
      *    vigueur (un changement de coordonnees passe par un
      *    mouvement 'M'), et la nouvelle version ne doit pas
      *    chevaucher une version fermee.
           PERFORM CHERCHE-VERSION-OUVERTE THRU
                                         FIN-CHERCHE-VERSION-OUVERTE
           IF WS-DOMIC-TROUVEE
              SET ERREUR-OUI TO TRUE
              MOVE '05' TO WS-RAISON-ERREUR-COD
              MOVE "DOMICILIATION DEJA OUVERTE (MOUVEMENT M)"
                                         TO WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-CREATION
           END-IF

           IF WS-MVT-DATE-NUM NOT > WS-DAT-FIN-MAX
              SET ERREUR-OUI TO TRUE
              MOVE '03' TO WS-RAISON-ERREUR-COD
              MOVE "DEBUT AVANT FIN D'UNE VERSION ANTERIEURE"
                                         TO WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-CREATION
           END-IF

           IF WS-TAB-DOMIC-NB >= 20000
              SET ERREUR-OUI TO TRUE
              MOVE '07' TO WS-RAISON-ERREUR-COD
              MOVE "TABLE DES DOMICILIATIONS SATUREE" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-CREATION
           END-IF

           PERFORM AJOUTE-VERSION THRU FIN-AJOUTE-VERSION
           ADD 1 TO CPT-CREATIONS
           .
      ************************
       FIN-APPLIQUE-CREATION. EXIT.
      ************************
      *-----------------------------------------------------------------
      ************************
       APPLIQUE-MODIFICATION.
      ************************
      *    Modification : la version en vigueur est fermee la veille
      *    de la date du mouvement (statut H) et une nouvelle version
      *    est ajoutee ; la date du mouvement doit etre posterieure au
      *    debut de la version remplacee.
           PERFORM CHERCHE-VERSION-OUVERTE THRU
                                         FIN-CHERCHE-VERSION-OUVERTE
           IF WS-DOMIC-ABSENTE
              SET ERREUR-OUI TO TRUE
              MOVE '06' TO WS-RAISON-ERREUR-COD
              MOVE "PAS DE DOMICILIATION OUVERTE A MODIFIER" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-MODIFICATION
           END-IF

           SET WS-IDX-DOMIC TO WS-IDX-TROUVE
           IF WS-MVT-DATE-NUM NOT >
                               WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC)
              SET ERREUR-OUI TO TRUE
              MOVE '03' TO WS-RAISON-ERREUR-COD
              MOVE "DEBUT NON POSTERIEUR A LA VERSION OUVERTE" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-MODIFICATION
           END-IF

           IF WS-TAB-DOMIC-NB >= 20000
              SET ERREUR-OUI TO TRUE
              MOVE '07' TO WS-RAISON-ERREUR-COD
              MOVE "TABLE DES DOMICILIATIONS SATUREE" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-MODIFICATION
           END-IF

           MOVE WS-DAT-VEILLE TO WS-TAB-DOMIC-DAT-FIN (WS-IDX-DOMIC)
           MOVE 'H'           TO WS-TAB-DOMIC-STATUT  (WS-IDX-DOMIC)
           PERFORM AJOUTE-VERSION THRU FIN-AJOUTE-VERSION
           ADD 1 TO CPT-MODIFICATIONS
           .
      ****************************
       FIN-APPLIQUE-MODIFICATION. EXIT.
      ****************************
      *-----------------------------------------------------------------
      *******************
       APPLIQUE-CLOTURE.
      *******************
      *    Cloture : la version en vigueur prend la date du mouvement
      *    comme derniere date en vigueur et le statut C ; elle reste
      *    au fichier pour l'historique.
           PERFORM CHERCHE-VERSION-OUVERTE THRU
                                         FIN-CHERCHE-VERSION-OUVERTE
           IF WS-DOMIC-ABSENTE
              SET ERREUR-OUI TO TRUE
              MOVE '06' TO WS-RAISON-ERREUR-COD
              MOVE "PAS DE DOMICILIATION OUVERTE A CLOTURER" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-CLOTURE
           END-IF

           SET WS-IDX-DOMIC TO WS-IDX-TROUVE
           IF WS-MVT-DATE-NUM <
                               WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC)
              SET ERREUR-OUI TO TRUE
              MOVE '03' TO WS-RAISON-ERREUR-COD
              MOVE "CLOTURE ANTERIEURE AU DEBUT DE LA VERSION" TO
                                            WS-RAISON-ERREUR-LIB
              GO TO FIN-APPLIQUE-CLOTURE
           END-IF

           MOVE WS-MVT-DATE-NUM TO WS-TAB-DOMIC-DAT-FIN (WS-IDX-DOMIC)
           MOVE 'C'             TO WS-TAB-DOMIC-STATUT  (WS-IDX-DOMIC)
           ADD 1 TO CPT-CLOTURES
           .
      ***********************
       FIN-APPLIQUE-CLOTURE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *****************
       AJOUTE-VERSION.
      *****************
      *    Nouvelle version en vigueur a partir de la date du
      *    mouvement, sans date de fin.
           ADD 1 TO WS-TAB-DOMIC-NB
           SET WS-IDX-DOMIC TO WS-TAB-DOMIC-NB
           MOVE WS-MVT-NUM-PLC    TO
                WS-TAB-DOMIC-NUM-PLC   (WS-IDX-DOMIC)
           MOVE WS-MVT-IBAN       TO
                WS-TAB-DOMIC-IBAN      (WS-IDX-DOMIC)
           MOVE WS-MVT-BIC        TO
                WS-TAB-DOMIC-BIC       (WS-IDX-DOMIC)
           MOVE WS-MVT-TITULAIRE  TO
                WS-TAB-DOMIC-TITULAIRE (WS-IDX-DOMIC)
           MOVE WS-MVT-DATE-NUM   TO
                WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC)
           MOVE 0                 TO
                WS-TAB-DOMIC-DAT-FIN   (WS-IDX-DOMIC)
           MOVE 'A'               TO
                WS-TAB-DOMIC-STATUT    (WS-IDX-DOMIC)
           .
      *********************
       FIN-AJOUTE-VERSION. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       ECR-CR-APPLIQUE.
      ******************
           MOVE SPACES TO WS-LIGNE-CR
           STRING "APPLIQUE "        DELIMITED BY SIZE
                  WS-MVT-COD         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MVT-NUM-PLC     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MVT-DATE        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MVT-IBAN        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MVT-BIC         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MVT-TITULAIRE   DELIMITED BY SIZE
             INTO WS-LIGNE-CR
           END-STRING
           MOVE WS-LIGNE-CR TO ENR-MAJ-DOMIC-CR
           WRITE ENR-MAJ-DOMIC-CR
           IF L-Fst-Cr NOT ZERO
              DISPLAY "Erreur ecriture MAJ-DOMIC-CR = " L-Fst-Cr
           END-IF
           .
      **********************
       FIN-ECR-CR-APPLIQUE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ***************
       ECR-CR-REJET.
      ***************
           ADD 1 TO CPT-MVT-REJETES
           MOVE SPACES TO WS-LIGNE-CR
           STRING "REJETE   "              DELIMITED BY SIZE
                  WS-MVT-COD               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-MVT-NUM-PLC           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-MVT-DATE              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-MVT-IBAN              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-MVT-BIC               DELIMITED BY SIZE
                  " RAISON "               DELIMITED BY SIZE
                  WS-RAISON-ERREUR-COD     DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-RAISON-ERREUR-LIB     DELIMITED BY SIZE
             INTO WS-LIGNE-CR
           END-STRING
           MOVE WS-LIGNE-CR TO ENR-MAJ-DOMIC-CR
           WRITE ENR-MAJ-DOMIC-CR
           IF L-Fst-Cr NOT ZERO
              DISPLAY "Erreur ecriture MAJ-DOMIC-CR = " L-Fst-Cr
           END-IF
           .
      *******************
       FIN-ECR-CR-REJET. EXIT.
      *******************
      *-----------------------------------------------------------------
      **************
       ECR-NOUVEAU.
      **************
      *    Ecrit le nouveau fichier a partir de la table, toutes
      *    versions, dans le dessin attendu par CHARGE-DOMICILIATIONS
      *    de Gen-Virements.
           OPEN OUTPUT DOMICILIATIONS-NOUVEAU
           IF L-Fst-Nou NOT ZERO
              DISPLAY "Erreur ouverture DOMICILIATIONS-NOUVEAU = "
                       L-Fst-Nou
           END-IF
           PERFORM VARYING WS-IDX-DOMIC FROM 1 BY 1
                   UNTIL WS-IDX-DOMIC > WS-TAB-DOMIC-NB
              MOVE SPACES TO ENR-DOMIC-NOUVEAU
              MOVE WS-TAB-DOMIC-NUM-PLC   (WS-IDX-DOMIC) TO
                                            ENR-NOU-NUM-PLC
              MOVE WS-TAB-DOMIC-IBAN      (WS-IDX-DOMIC) TO
                                            ENR-NOU-IBAN
              MOVE WS-TAB-DOMIC-BIC       (WS-IDX-DOMIC) TO
                                            ENR-NOU-BIC
              MOVE WS-TAB-DOMIC-TITULAIRE (WS-IDX-DOMIC) TO
                                            ENR-NOU-TITULAIRE
              MOVE WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC) TO
                                            ENR-NOU-DAT-DEBUT
              MOVE WS-TAB-DOMIC-DAT-FIN   (WS-IDX-DOMIC) TO
                                            ENR-NOU-DAT-FIN
              MOVE WS-TAB-DOMIC-STATUT    (WS-IDX-DOMIC) TO
                                            ENR-NOU-STATUT
              WRITE ENR-DOMIC-NOUVEAU
              IF L-Fst-Nou NOT ZERO
                 DISPLAY "Erreur ecriture DOMICILIATIONS-NOUVEAU = "
                          L-Fst-Nou
              END-IF
              ADD 1 TO CPT-DOMIC-ECRITES
           END-PERFORM
           CLOSE DOMICILIATIONS-NOUVEAU
           .
      ******************
       FIN-ECR-NOUVEAU. EXIT.
      ******************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           MOVE SPACES TO WS-LIGNE-CR
           STRING "TOTAL MOUVEMENTS LUS "  DELIMITED BY SIZE
                  CPT-MOUVEMENTS-LUS       DELIMITED BY SIZE
                  " APPLIQUES "            DELIMITED BY SIZE
                  CPT-MVT-APPLIQUES        DELIMITED BY SIZE
                  " REJETES "              DELIMITED BY SIZE
                  CPT-MVT-REJETES          DELIMITED BY SIZE
             INTO WS-LIGNE-CR
           END-STRING
           MOVE WS-LIGNE-CR TO ENR-MAJ-DOMIC-CR
           WRITE ENR-MAJ-DOMIC-CR
           CLOSE MAJ-DOMIC-CR

           DISPLAY "Nombre de mouvements lus : "   CPT-MOUVEMENTS-LUS
           DISPLAY "Nombre de mouvements appliques : "
                    CPT-MVT-APPLIQUES
           DISPLAY "     dont creations : "        CPT-CREATIONS
           DISPLAY "     dont modifications : "    CPT-MODIFICATIONS
           DISPLAY "     dont clotures : "         CPT-CLOTURES
           DISPLAY "Nombre de mouvements rejetes : " CPT-MVT-REJETES
           DISPLAY "Nombre de versions ecrites : " CPT-DOMIC-ECRITES
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Maj-Domiciliations.
      *-----------------------------------------------------------------
