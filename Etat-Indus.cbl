       IDENTIFICATION DIVISION.
       PROGRAM-ID. Etat-Indus.

      *-----------------------------------------------------------------
      *    Etat periodique des indus en cours : relit le compte des
      *    indus par police tenu par Gen-Virements (fichier INDUS) et
      *    produit :
      *    - l'etat des indus ouverts, une ligne par indu (police,
      *      mois d'origine, execution d'origine, date d'inscription,
      *      montant initial, reste du, anciennete en mois), suivi de
      *      la ventilation du reste du par tranche d'anciennete ;
      *    - la liste des polices a relancer : une ligne par police
      *      dont au moins un indu reste ouvert depuis un nombre de
      *      mois superieur ou egal au seuil de relance (parametre,
      *      3 mois par defaut), avec le total du et l'indu le plus
      *      ancien, pour l'envoi des lettres de recouvrement.
      *    L'anciennete se compte en mois calendaires depuis la date
      *    d'inscription de l'indu au compte.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Compte des indus par police (tenu par Gen-Virements) :
           SELECT INDUS ASSIGN DYNAMIC WS-INDUS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ind
           .

      *    Etat des indus ouverts par anciennete :
           SELECT ETAT-INDUS ASSIGN DYNAMIC WS-ETAT-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Eta
           .

      *    Polices a relancer (une ligne par police) :
           SELECT RELANCES-INDUS ASSIGN DYNAMIC WS-RELANCES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rel
           .

       DATA DIVISION.
       FILE SECTION.

       FD INDUS.
       01 ENR-INDUS.
           05 ENR-IND-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-ANNEE-ORIG                      PIC 9(04).
           05 ENR-IND-MOIS-ORIG                       PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-RUN-REF                         PIC X(14).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-DAT-INSCR                       PIC 9(08).
           05 ENR-IND-DAT-INSCR-R REDEFINES ENR-IND-DAT-INSCR.
               10 ENR-IND-INSCR-ANNEE                  PIC 9(04).
               10 ENR-IND-INSCR-MOIS                   PIC 9(02).
               10 ENR-IND-INSCR-JJ                     PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-MONT-INIT                       PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
           05 ENR-IND-MONT-RESTANT                    PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Statut : O = ouvert (reste du), S = solde par imputation.
           05 ENR-IND-STATUT                          PIC X(01).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-DAT-IMPUT                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-RUN-IMPUT                       PIC X(14).

       FD ETAT-INDUS.
       01 ENR-ETAT-INDUS                                   PIC X(132).

       FD RELANCES-INDUS.
       01 ENR-RELANCES-INDUS.
           05 ENR-REL-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-REL-NB-INDUS                        PIC 9(05).
           05 FILLER                                   PIC X(01).
           05 ENR-REL-MONT-DU                         PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Indu le plus ancien de la police : mois d'origine, date
      *    d'inscription et anciennete en mois :
           05 ENR-REL-ANNEE-ORIG                      PIC 9(04).
           05 ENR-REL-MOIS-ORIG                       PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-REL-DAT-INSCR                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-REL-AGE-MOIS                        PIC 9(04).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Ind                        PIC XX VALUE "00".
       01 L-Fst-Eta                        PIC XX VALUE "00".
       01 L-Fst-Rel                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-INDUS-PATH                          PIC X(200).
           05 WS-ETAT-PATH                           PIC X(200).
           05 WS-RELANCES-PATH                       PIC X(200).

      * Seuil de relance en mois, recu de l'environnement :
       01 WS-SEUIL-AFF                                    PIC X(03).
       01 WS-CTRL-NUM                                     PIC X(03).
       01 WS-SEUIL-RELANCE                                PIC 9(03)
                                                     VALUE 3.

      * Booléens pour tester la fin de lecture :

       01 Fin-INDUS                             PIC 9.
           88 Fin-INDUS-Oui                        VALUE 1.
           88 Fin-INDUS-Non                        VALUE 0.

      * Compteurs
       01 COMPTEURS.
           05 CPT-INDUS-LUS                             PIC 9(10).
           05 CPT-INDUS-OUVERTS                         PIC 9(10).
           05 CPT-INDUS-SOLDES                          PIC 9(10).
           05 CPT-INDUS-A-RELANCER                      PIC 9(10).
           05 CPT-POLICES-RELANCEES                     PIC 9(10).

      * Date du jour et vue annee/mois pour le calcul d'anciennete :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-ANNEE                        PIC 9(04).
           05 WS-DATE-JOUR-MOIS                         PIC 9(02).
           05 WS-DATE-JOUR-JJ                           PIC 9(02).

      * Anciennete de l'indu courant en mois calendaires :
       01 WS-AGE-MOIS                                   PIC S9(05).

      * Ventilation du reste du par tranche d'anciennete : moins de
      * 3 mois, 3 a 5 mois, 6 a 11 mois, 12 mois et plus :
       01 WS-TRANCHES.
           05 WS-TRANCHE OCCURS 4 TIMES INDEXED BY WS-IDX-TRANCHE.
               10 WS-TRANCHE-LIB                        PIC X(16).
               10 WS-TRANCHE-NB                         PIC 9(07).
               10 WS-TRANCHE-MONT                       PIC 9(15)V99.

      * Cumul par police des indus a relancer (table bornee a 10000
      * polices) :
       01 WS-TAB-RELANCES.
           05 WS-TAB-REL-NB                             PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-REL-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-REL-NB
                   INDEXED BY WS-IDX-REL.
               10 WS-TAB-REL-NUM-PLC                    PIC X(12).
               10 WS-TAB-REL-NB-INDUS                   PIC 9(05).
               10 WS-TAB-REL-MONT-DU                    PIC 9(13)V99.
               10 WS-TAB-REL-ANNEE-ORIG                 PIC 9(04).
               10 WS-TAB-REL-MOIS-ORIG                  PIC 9(02).
               10 WS-TAB-REL-DAT-INSCR                  PIC 9(08).
               10 WS-TAB-REL-AGE-MOIS                   PIC 9(04).

      * Totaux :
       01 WS-TOTAL-RESTANT                              PIC 9(15)V99.
       01 WS-TOTAL-A-RELANCER                           PIC 9(15)V99.

      * Zones d'edition de l'etat :
       01 WS-MONT-INIT-EDIT                             PIC 9(13).99.
       01 WS-MONT-RESTANT-EDIT                          PIC 9(13).99.
       01 WS-TOTAL-EDIT                                 PIC 9(15).99.
       01 WS-AGE-EDIT                                   PIC ZZZ9.
       01 WS-MARQUE-RELANCE                             PIC X(08).
       01 WS-LIGNE-ETAT                                  PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM TRAITEMENT                 THRU FIN-TRAITEMENT

           PERFORM ECR-TRANCHES               THRU FIN-ECR-TRANCHES

           PERFORM ECR-RELANCES               THRU FIN-ECR-RELANCES

           PERFORM FIN                        THRU FIN-FIN

      *    Compte des indus illisible : code retour 8, l'etat n'est
      *    pas exploitable.
           IF L-Fst-Ind NOT = ZERO AND L-Fst-Ind NOT = "10"
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***         ETAT DES INDUS PAR ANCIENNETE       ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Ind
                      L-Fst-Eta
                      L-Fst-Rel

           MOVE 0 TO WS-TOTAL-RESTANT
           MOVE 0 TO WS-TOTAL-A-RELANCER
           SET Fin-INDUS-Non TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           MOVE "MOINS DE 3 MOIS" TO WS-TRANCHE-LIB (1)
           MOVE "3 A 5 MOIS"      TO WS-TRANCHE-LIB (2)
           MOVE "6 A 11 MOIS"     TO WS-TRANCHE-LIB (3)
           MOVE "12 MOIS ET PLUS" TO WS-TRANCHE-LIB (4)
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > 4
              MOVE 0 TO WS-TRANCHE-NB   (WS-IDX-TRANCHE)
              MOVE 0 TO WS-TRANCHE-MONT (WS-IDX-TRANCHE)
           END-PERFORM

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           OPEN INPUT INDUS
           IF L-Fst-Ind NOT = ZERO
              DISPLAY "Compte des indus indisponible, statut = "
                       L-Fst-Ind
              SET Fin-INDUS-Oui TO TRUE
           END-IF

           OPEN OUTPUT ETAT-INDUS
           IF L-Fst-Eta NOT ZERO
              DISPLAY "Erreur ouverture ETAT-INDUS = " L-Fst-Eta
           END-IF
           OPEN OUTPUT RELANCES-INDUS
           IF L-Fst-Rel NOT ZERO
              DISPLAY "Erreur ouverture RELANCES-INDUS = " L-Fst-Rel
           END-IF

           MOVE WS-SEUIL-RELANCE TO WS-AGE-EDIT
           MOVE SPACES TO WS-LIGNE-ETAT
           STRING "ETAT DES INDUS OUVERTS AU " DELIMITED BY SIZE
                  WS-DATE-JOUR                DELIMITED BY SIZE
                  " - SEUIL DE RELANCE : "    DELIMITED BY SIZE
                  WS-AGE-EDIT                 DELIMITED BY SIZE
                  " MOIS"                     DELIMITED BY SIZE
             INTO WS-LIGNE-ETAT
           END-STRING
           MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS

           MOVE SPACES TO WS-LIGNE-ETAT
           STRING "POLICE       * ORIGINE * EXECUTION      * INSCRIT "
                                              DELIMITED BY SIZE
                  " * MONTANT INITIAL  * RESTE DU         * AGE"
                                              DELIMITED BY SIZE
             INTO WS-LIGNE-ETAT
           END-STRING
           MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS
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
           MOVE "INDUS.txt"              TO WS-INDUS-PATH
           MOVE "ETAT-INDUS.txt"         TO WS-ETAT-PATH
           MOVE "RELANCES-INDUS.txt"     TO WS-RELANCES-PATH
           MOVE SPACES                   TO WS-SEUIL-AFF

           ACCEPT WS-INDUS-PATH    FROM ENVIRONMENT
                                            "ETATINDUS_INDUS_IN"
           ACCEPT WS-ETAT-PATH     FROM ENVIRONMENT
                                            "ETATINDUS_ETAT_OUT"
           ACCEPT WS-RELANCES-PATH FROM ENVIRONMENT
                                            "ETATINDUS_RELANCES_OUT"
           ACCEPT WS-SEUIL-AFF     FROM ENVIRONMENT
                                            "ETATINDUS_SEUIL_MOIS"

           IF WS-INDUS-PATH    = SPACES MOVE "INDUS.txt" TO
                                                       WS-INDUS-PATH
           END-IF
           IF WS-ETAT-PATH     = SPACES MOVE "ETAT-INDUS.txt" TO
                                                       WS-ETAT-PATH
           END-IF
           IF WS-RELANCES-PATH = SPACES MOVE "RELANCES-INDUS.txt" TO
                                                     WS-RELANCES-PATH
           END-IF
      *    La valeur recue de l'environnement arrive cadree a gauche
      *    et completee de blancs : conversion par NUMVAL apres
      *    verification chiffres/blancs, defaut conserve et signale
      *    si elle est invalide.
           IF WS-SEUIL-AFF NOT = SPACES
              MOVE WS-SEUIL-AFF TO WS-CTRL-NUM
              INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
              IF WS-CTRL-NUM = SPACES
                 COMPUTE WS-SEUIL-RELANCE =
                         FUNCTION NUMVAL (WS-SEUIL-AFF)
              ELSE
                 DISPLAY "Seuil de relance invalide, ignore : "
                          WS-SEUIL-AFF
              END-IF
           END-IF
           IF WS-SEUIL-RELANCE = ZERO
              MOVE 3 TO WS-SEUIL-RELANCE
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *************
       TRAITEMENT.
      *************
           PERFORM UNTIL Fin-INDUS-Oui
              READ INDUS
                AT END
                   SET Fin-INDUS-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-INDUS-LUS
                   IF ENR-IND-STATUT = 'O'
                      PERFORM TRAITEMENT-INDU THRU
                                         FIN-TRAITEMENT-INDU
                   ELSE
                      ADD 1 TO CPT-INDUS-SOLDES
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Ind = ZERO OR L-Fst-Ind = "10"
              CLOSE INDUS
           END-IF
           .
      *****************
       FIN-TRAITEMENT. EXIT.
      *****************
      *-----------------------------------------------------------------
      ******************
       TRAITEMENT-INDU.
      ******************
      *    Indu ouvert : anciennete en mois depuis son inscription,
      *    cumul dans sa tranche, ligne d'etat, et cumul de la police
      *    pour la liste des relances quand le seuil est atteint.
           ADD 1 TO CPT-INDUS-OUVERTS
           ADD ENR-IND-MONT-RESTANT TO WS-TOTAL-RESTANT

           COMPUTE WS-AGE-MOIS =
                   (WS-DATE-JOUR-ANNEE * 12 + WS-DATE-JOUR-MOIS)
                 - (ENR-IND-INSCR-ANNEE * 12 + ENR-IND-INSCR-MOIS)
           IF WS-AGE-MOIS < 0
              MOVE 0 TO WS-AGE-MOIS
           END-IF

           EVALUATE TRUE
             WHEN WS-AGE-MOIS < 3
                SET WS-IDX-TRANCHE TO 1
             WHEN WS-AGE-MOIS < 6
                SET WS-IDX-TRANCHE TO 2
             WHEN WS-AGE-MOIS < 12
                SET WS-IDX-TRANCHE TO 3
             WHEN OTHER
                SET WS-IDX-TRANCHE TO 4
           END-EVALUATE
           ADD 1 TO WS-TRANCHE-NB (WS-IDX-TRANCHE)
           ADD ENR-IND-MONT-RESTANT TO WS-TRANCHE-MONT (WS-IDX-TRANCHE)

           MOVE SPACES TO WS-MARQUE-RELANCE
           IF WS-AGE-MOIS NOT < WS-SEUIL-RELANCE
              MOVE "RELANCE" TO WS-MARQUE-RELANCE
              ADD 1 TO CPT-INDUS-A-RELANCER
              ADD ENR-IND-MONT-RESTANT TO WS-TOTAL-A-RELANCER
              PERFORM CUMUL-RELANCE THRU FIN-CUMUL-RELANCE
           END-IF

           MOVE ENR-IND-MONT-INIT    TO WS-MONT-INIT-EDIT
           MOVE ENR-IND-MONT-RESTANT TO WS-MONT-RESTANT-EDIT
           MOVE WS-AGE-MOIS          TO WS-AGE-EDIT
           MOVE SPACES TO WS-LIGNE-ETAT
           STRING ENR-IND-NUM-PLC         DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  ENR-IND-ANNEE-ORIG      DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  ENR-IND-MOIS-ORIG       DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  ENR-IND-RUN-REF         DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  ENR-IND-DAT-INSCR       DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-MONT-INIT-EDIT       DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-MONT-RESTANT-EDIT    DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-AGE-EDIT             DELIMITED BY SIZE
                  " MOIS "                DELIMITED BY SIZE
                  WS-MARQUE-RELANCE       DELIMITED BY SIZE
             INTO WS-LIGNE-ETAT
           END-STRING
           MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS
           IF L-Fst-Eta NOT ZERO
              DISPLAY "Erreur ecriture ETAT-INDUS = " L-Fst-Eta
           END-IF
           .
      **********************
       FIN-TRAITEMENT-INDU. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       CUMUL-RELANCE.
      ****************
      *    Cumule l'indu courant sur la ligne de relance de sa police
      *    (creee au premier indu a relancer de la police). Le compte
      *    etant dans l'ordre d'inscription, le premier indu retenu
      *    pour une police est son plus ancien.
           SET WS-IDX-REL TO 1
           SEARCH WS-TAB-REL-LIGNE
             AT END
                IF WS-TAB-REL-NB < 10000
                   ADD 1 TO WS-TAB-REL-NB
                   SET WS-IDX-REL TO WS-TAB-REL-NB
                   MOVE ENR-IND-NUM-PLC    TO
                                     WS-TAB-REL-NUM-PLC (WS-IDX-REL)
                   MOVE 0                  TO
                                     WS-TAB-REL-NB-INDUS (WS-IDX-REL)
                   MOVE 0                  TO
                                     WS-TAB-REL-MONT-DU (WS-IDX-REL)
                   MOVE ENR-IND-ANNEE-ORIG TO
                                     WS-TAB-REL-ANNEE-ORIG (WS-IDX-REL)
                   MOVE ENR-IND-MOIS-ORIG  TO
                                     WS-TAB-REL-MOIS-ORIG (WS-IDX-REL)
                   MOVE ENR-IND-DAT-INSCR  TO
                                     WS-TAB-REL-DAT-INSCR (WS-IDX-REL)
                   MOVE WS-AGE-MOIS        TO
                                     WS-TAB-REL-AGE-MOIS (WS-IDX-REL)
                ELSE
                   DISPLAY "Table des relances saturee, police "
                            "ignoree : " ENR-IND-NUM-PLC
                   GO TO FIN-CUMUL-RELANCE
                END-IF
             WHEN WS-TAB-REL-NUM-PLC (WS-IDX-REL) = ENR-IND-NUM-PLC
                CONTINUE
           END-SEARCH
           ADD 1 TO WS-TAB-REL-NB-INDUS (WS-IDX-REL)
           ADD ENR-IND-MONT-RESTANT TO WS-TAB-REL-MONT-DU (WS-IDX-REL)
           .
      ********************
       FIN-CUMUL-RELANCE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       ECR-TRANCHES.
      ***************
      *    Ventilation du reste du par tranche d'anciennete et total
      *    general des indus ouverts.
           IF CPT-INDUS-OUVERTS = 0
              MOVE "AUCUN INDU OUVERT" TO ENR-ETAT-INDUS
              WRITE ENR-ETAT-INDUS
           END-IF
           MOVE "*** RESTE DU PAR ANCIENNETE ***" TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > 4
              MOVE WS-TRANCHE-MONT (WS-IDX-TRANCHE) TO WS-TOTAL-EDIT
              MOVE SPACES TO WS-LIGNE-ETAT
              STRING WS-TRANCHE-LIB (WS-IDX-TRANCHE)
                                            DELIMITED BY SIZE
                     " * "                  DELIMITED BY SIZE
                     WS-TRANCHE-NB (WS-IDX-TRANCHE)
                                            DELIMITED BY SIZE
                     " INDUS * "            DELIMITED BY SIZE
                     WS-TOTAL-EDIT          DELIMITED BY SIZE
                INTO WS-LIGNE-ETAT
              END-STRING
              MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
              WRITE ENR-ETAT-INDUS
           END-PERFORM

           MOVE WS-TOTAL-RESTANT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LIGNE-ETAT
           STRING "TOTAL DES INDUS OUVERTS : " DELIMITED BY SIZE
                  CPT-INDUS-OUVERTS           DELIMITED BY SIZE
                  " RESTE DU "                DELIMITED BY SIZE
                  WS-TOTAL-EDIT               DELIMITED BY SIZE
             INTO WS-LIGNE-ETAT
           END-STRING
           MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS
           .
      *******************
       FIN-ECR-TRANCHES. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************
       ECR-RELANCES.
      ***************
      *    Ecrit une ligne par police a relancer et le total a
      *    recouvrer en pied de l'etat.
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-TAB-REL-NB
              MOVE SPACES TO ENR-RELANCES-INDUS
              MOVE WS-TAB-REL-NUM-PLC    (WS-IDX-REL) TO
                                            ENR-REL-NUM-PLC
              MOVE WS-TAB-REL-NB-INDUS   (WS-IDX-REL) TO
                                            ENR-REL-NB-INDUS
              MOVE WS-TAB-REL-MONT-DU    (WS-IDX-REL) TO
                                            ENR-REL-MONT-DU
              MOVE WS-TAB-REL-ANNEE-ORIG (WS-IDX-REL) TO
                                            ENR-REL-ANNEE-ORIG
              MOVE WS-TAB-REL-MOIS-ORIG  (WS-IDX-REL) TO
                                            ENR-REL-MOIS-ORIG
              MOVE WS-TAB-REL-DAT-INSCR  (WS-IDX-REL) TO
                                            ENR-REL-DAT-INSCR
              MOVE WS-TAB-REL-AGE-MOIS   (WS-IDX-REL) TO
                                            ENR-REL-AGE-MOIS
              WRITE ENR-RELANCES-INDUS
              IF L-Fst-Rel NOT ZERO
                 DISPLAY "Erreur ecriture RELANCES-INDUS = " L-Fst-Rel
              END-IF
              ADD 1 TO CPT-POLICES-RELANCEES
           END-PERFORM

           MOVE WS-TOTAL-A-RELANCER TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LIGNE-ETAT
           STRING "POLICES A RELANCER : "     DELIMITED BY SIZE
                  CPT-POLICES-RELANCEES       DELIMITED BY SIZE
                  " INDUS "                   DELIMITED BY SIZE
                  CPT-INDUS-A-RELANCER        DELIMITED BY SIZE
                  " MONTANT A RECOUVRER "     DELIMITED BY SIZE
                  WS-TOTAL-EDIT               DELIMITED BY SIZE
             INTO WS-LIGNE-ETAT
           END-STRING
           MOVE WS-LIGNE-ETAT TO ENR-ETAT-INDUS
           WRITE ENR-ETAT-INDUS
           .
      *******************
       FIN-ECR-RELANCES. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           CLOSE ETAT-INDUS
           CLOSE RELANCES-INDUS

           DISPLAY "Nombre d'indus lus : "          CPT-INDUS-LUS
           DISPLAY "Nombre d'indus ouverts : "      CPT-INDUS-OUVERTS
           DISPLAY "Nombre d'indus soldes : "       CPT-INDUS-SOLDES
           DISPLAY "Nombre d'indus a relancer : "   CPT-INDUS-A-RELANCER
           DISPLAY "Nombre de polices a relancer : "
                    CPT-POLICES-RELANCEES
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Etat-Indus.
      *-----------------------------------------------------------------
