       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consult-Decomptes.

      *-----------------------------------------------------------------
      *    Consultation de l'archive permanente des decomptes valides
      *    alimentee par Frais-Sante : liste, sur une periode de dates
      *    de soins, les decomptes d'un beneficiaire (acces par la cle
      *    secondaire beneficiaire/date de soins) ou d'une police
      *    (acces par la cle police/date de soins). Les deux criteres
      *    peuvent etre donnes ensemble : la police filtre alors les
      *    decomptes du beneficiaire.
      *    Parametres (variables d'environnement) :
      *    CONSULT_NUM_BENEF, CONSULT_NUM_PLC : l'un des deux au moins ;
      *    CONSULT_DATE_DEBUT, CONSULT_DATE_FIN : bornes SSAAMMJJ
      *    incluses (toutes dates par defaut).
      *    Chaque ligne porte le produit, la police, le beneficiaire,
      *    la date et le type de soins, les frais et le remboursement
      *    (signes : une annulation en negatif), la periode de
      *    comptabilisation, l'execution d'origine et, s'il y a lieu,
      *    le lien d'annulation ; totaux en fin de liste.
      *    Code retour : 0, ou 8 si les parametres sont invalides ou
      *    l'archive indisponible.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Archive des decomptes valides (meme fichier indexe que
      *    celui enrichi par Frais-Sante) :
           SELECT ARCHIVE-DECOMPTES ASSIGN DYNAMIC WS-ARCHIVE-PATH
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ARC-CLE
                ALTERNATE RECORD KEY IS ARC-CLE-BENEF
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Arc
           .

      *    Liste des decomptes retenus :
           SELECT LISTE-DECOMPTES ASSIGN DYNAMIC WS-LISTE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Lst
           .

       DATA DIVISION.
       FILE SECTION.

       FD ARCHIVE-DECOMPTES.
       01 ENR-ARCHIVE-DECOMPTES.
           05 ARC-CLE.
               10 ARC-NUM-PLC                          PIC X(12).
               10 ARC-DAT-SOINS                        PIC 9(08).
               10 ARC-RUN-REF                          PIC X(14).
               10 ARC-SEQ                              PIC 9(10).
           05 ARC-CLE-BENEF.
               10 ARC-NUM-BENEF                        PIC X(10).
               10 ARC-DAT-SOINS-BENEF                  PIC 9(08).
           05 ARC-COD-PROD                             PIC X(02).
           05 ARC-TYPE-ENR                             PIC X(01).
               88 ARC-TYPE-ANNULATION                 VALUE 'A'.
           05 ARC-MONT-FRAIS                           PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 ARC-MONT-REMB                            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 ARC-PER-ANNEE                            PIC 9(04).
           05 ARC-PER-MOIS                             PIC 9(02).
           05 ARC-LIEN.
               10 ARC-LIEN-RUN-REF                     PIC X(14).
               10 ARC-LIEN-SEQ                         PIC 9(10).
           05 ARC-DAT-ARCHIVAGE                        PIC 9(08).

       FD LISTE-DECOMPTES.
       01 ENR-LISTE-DECOMPTES                              PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Arc                        PIC XX VALUE "00".
       01 L-Fst-Lst                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-ARCHIVE-PATH                        PIC X(200).
           05 WS-LISTE-PATH                          PIC X(200).

      * Criteres de consultation, recus de l'environnement :
       01 WS-NUM-BENEF                                    PIC X(10).
       01 WS-NUM-PLC                                      PIC X(12).
       01 WS-DATE-DEBUT-AFF                               PIC X(08).
       01 WS-DATE-FIN-AFF                                 PIC X(08).
       01 WS-CTRL-NUM                                     PIC X(08).
       01 WS-DATE-DEBUT                                   PIC 9(08).
       01 WS-DATE-FIN                                     PIC 9(08).

      * Booléens pour tester la fin de lecture :

       01 Fin-ARCHIVE                           PIC 9.
           88 Fin-ARCHIVE-Oui                      VALUE 1.
           88 Fin-ARCHIVE-Non                      VALUE 0.

      * Refus de la consultation (parametre invalide, archive
      * indisponible) :
       01 WS-REFUS-IND                                    PIC X(01).
           88 WS-CONSULT-REFUSEE                        VALUE 'O'.
           88 WS-CONSULT-ACCEPTEE                        VALUE 'N'.

      * Acces a l'archive : par le beneficiaire ou par la police.
       01 WS-ACCES-IND                                    PIC X(01).
           88 WS-ACCES-BENEF                            VALUE 'B'.
           88 WS-ACCES-POLICE                           VALUE 'P'.

      * Compteurs
       01 COMPTEURS.
           05 CPT-ARCHIVE-LUS                           PIC 9(10).
           05 CPT-RETENUS                               PIC 9(10).
           05 CPT-ANNULATIONS                           PIC 9(10).

       01 WS-TOTAL-FRAIS                                PIC S9(13)V99.
       01 WS-TOTAL-REMB                                 PIC S9(13)V99.

      * Zones d'edition de la liste :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-DAT-SOINS-EDIT.
           05 WS-DAT-SOINS-EDIT-JJ                      PIC 9(02).
           05 FILLER                                     PIC X(01)
                                                     VALUE '/'.
           05 WS-DAT-SOINS-EDIT-MM                      PIC 9(02).
           05 FILLER                                     PIC X(01)
                                                     VALUE '/'.
           05 WS-DAT-SOINS-EDIT-SSAA                    PIC 9(04).
       01 WS-DAT-SOINS-R                                 PIC 9(08).
       01 FILLER REDEFINES WS-DAT-SOINS-R.
           05 WS-DAT-SOINS-R-SSAA                       PIC 9(04).
           05 WS-DAT-SOINS-R-MM                         PIC 9(02).
           05 WS-DAT-SOINS-R-JJ                         PIC 9(02).
       01 WS-MONT-EDIT                                   PIC -9(07).99.
       01 WS-FRAIS-EDIT                                  PIC -9(07).99.
       01 WS-TOTAL-EDIT                                  PIC -9(13).99.
       01 WS-TOTAL-FRAIS-EDIT                            PIC -9(13).99.
       01 WS-LIEN-LIB                                    PIC X(34).
       01 WS-LIGNE-LISTE                                 PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           IF WS-CONSULT-REFUSEE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONSULTATION               THRU FIN-CONSULTATION

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   CONSULTATION DE L ARCHIVE DES DECOMPTES   ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Arc
                      L-Fst-Lst

           SET WS-CONSULT-ACCEPTEE TO TRUE
           MOVE 0 TO WS-TOTAL-FRAIS WS-TOTAL-REMB
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

      *    Un beneficiaire ou une police au moins ; le beneficiaire,
      *    plus selectif, donne la cle d'acces quand il est fourni.
           EVALUATE TRUE
             WHEN WS-NUM-BENEF NOT = SPACES
                SET WS-ACCES-BENEF TO TRUE
             WHEN WS-NUM-PLC NOT = SPACES
                SET WS-ACCES-POLICE TO TRUE
             WHEN OTHER
                DISPLAY "Ni beneficiaire (CONSULT_NUM_BENEF) ni police "
                        "(CONSULT_NUM_PLC) : consultation refusee"
                SET WS-CONSULT-REFUSEE TO TRUE
                GO TO FIN-INITIALISATION
           END-EVALUATE

      *    Bornes de dates de soins : SSAAMMJJ numerique, toutes
      *    dates si absentes.
           MOVE ZERO     TO WS-DATE-DEBUT
           MOVE 99999999 TO WS-DATE-FIN
           IF WS-DATE-DEBUT-AFF NOT = SPACES
              MOVE WS-DATE-DEBUT-AFF TO WS-CTRL-NUM
              INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
              IF WS-CTRL-NUM NOT = SPACES
                 DISPLAY "Date de debut invalide : " WS-DATE-DEBUT-AFF
                 SET WS-CONSULT-REFUSEE TO TRUE
                 GO TO FIN-INITIALISATION
              END-IF
              COMPUTE WS-DATE-DEBUT =
                      FUNCTION NUMVAL (WS-DATE-DEBUT-AFF)
           END-IF
           IF WS-DATE-FIN-AFF NOT = SPACES
              MOVE WS-DATE-FIN-AFF TO WS-CTRL-NUM
              INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
              IF WS-CTRL-NUM NOT = SPACES
                 DISPLAY "Date de fin invalide : " WS-DATE-FIN-AFF
                 SET WS-CONSULT-REFUSEE TO TRUE
                 GO TO FIN-INITIALISATION
              END-IF
              COMPUTE WS-DATE-FIN =
                      FUNCTION NUMVAL (WS-DATE-FIN-AFF)
           END-IF
           IF WS-DATE-DEBUT > WS-DATE-FIN
              DISPLAY "Periode invalide : " WS-DATE-DEBUT " > "
                       WS-DATE-FIN
              SET WS-CONSULT-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN INPUT ARCHIVE-DECOMPTES
           IF L-Fst-Arc NOT = ZERO
              DISPLAY "Archive ARCHIVE-DECOMPTES indisponible, "
                       "statut = " L-Fst-Arc
              SET WS-CONSULT-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN OUTPUT LISTE-DECOMPTES
           IF L-Fst-Lst NOT = ZERO
              DISPLAY "Erreur ouverture LISTE-DECOMPTES = " L-Fst-Lst
           END-IF

           MOVE SPACES TO WS-LIGNE-LISTE
           STRING "DECOMPTES ARCHIVES - EDITION DU "
                                         DELIMITED BY SIZE
                  WS-DATE-JOUR           DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "BENEFICIAIRE "        DELIMITED BY SIZE
                  WS-NUM-BENEF           DELIMITED BY SIZE
                  "  POLICE "            DELIMITED BY SIZE
                  WS-NUM-PLC             DELIMITED BY SIZE
                  "  SOINS DU "          DELIMITED BY SIZE
                  WS-DATE-DEBUT          DELIMITED BY SIZE
                  " AU "                 DELIMITED BY SIZE
                  WS-DATE-FIN            DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "PR  POLICE        BENEF       DATE SOINS  T "
                                         DELIMITED BY SIZE
                  "      FRAIS   REMBOURSE  PERIODE  EXECUTION  "
                                         DELIMITED BY SIZE
                  "     ANNULATION"      DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
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
           MOVE "ARCHIVE-DECOMPTES.dat"  TO WS-ARCHIVE-PATH
           MOVE "CONSULT-DECOMPTES.txt"  TO WS-LISTE-PATH
           MOVE SPACES                   TO WS-NUM-BENEF
           MOVE SPACES                   TO WS-NUM-PLC
           MOVE SPACES                   TO WS-DATE-DEBUT-AFF
           MOVE SPACES                   TO WS-DATE-FIN-AFF

           ACCEPT WS-ARCHIVE-PATH FROM ENVIRONMENT
                                            "CONSULT_ARCHIVE_FILE"
           ACCEPT WS-LISTE-PATH   FROM ENVIRONMENT
                                            "CONSULT_LISTE_OUT"
           ACCEPT WS-NUM-BENEF    FROM ENVIRONMENT
                                            "CONSULT_NUM_BENEF"
           ACCEPT WS-NUM-PLC      FROM ENVIRONMENT
                                            "CONSULT_NUM_PLC"
           ACCEPT WS-DATE-DEBUT-AFF FROM ENVIRONMENT
                                            "CONSULT_DATE_DEBUT"
           ACCEPT WS-DATE-FIN-AFF FROM ENVIRONMENT
                                            "CONSULT_DATE_FIN"

           IF WS-ARCHIVE-PATH = SPACES MOVE "ARCHIVE-DECOMPTES.dat" TO
                                                       WS-ARCHIVE-PATH
           END-IF
           IF WS-LISTE-PATH   = SPACES MOVE "CONSULT-DECOMPTES.txt" TO
                                                       WS-LISTE-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************
       CONSULTATION.
      ***************
      *    Positionnement sur la premiere cle de la periode, puis
      *    lecture sequentielle dans l'ordre de la cle tant que l'on
      *    reste sur le beneficiaire (ou la police) demande et dans
      *    la periode.
           SET Fin-ARCHIVE-Non TO TRUE
           IF WS-ACCES-BENEF
              MOVE WS-NUM-BENEF  TO ARC-NUM-BENEF
              MOVE WS-DATE-DEBUT TO ARC-DAT-SOINS-BENEF
              START ARCHIVE-DECOMPTES KEY IS >= ARC-CLE-BENEF
                INVALID KEY
                   SET Fin-ARCHIVE-Oui TO TRUE
              END-START
           ELSE
              MOVE WS-NUM-PLC    TO ARC-NUM-PLC
              MOVE WS-DATE-DEBUT TO ARC-DAT-SOINS
              MOVE LOW-VALUES    TO ARC-RUN-REF
              MOVE ZERO          TO ARC-SEQ
              START ARCHIVE-DECOMPTES KEY IS >= ARC-CLE
                INVALID KEY
                   SET Fin-ARCHIVE-Oui TO TRUE
              END-START
           END-IF

           PERFORM UNTIL Fin-ARCHIVE-Oui
              READ ARCHIVE-DECOMPTES NEXT RECORD
                AT END
                   SET Fin-ARCHIVE-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-ARCHIVE-LUS
                   PERFORM TRAITE-DECOMPTE THRU FIN-TRAITE-DECOMPTE
              END-READ
           END-PERFORM
           .
      *******************
       FIN-CONSULTATION. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******************
       TRAITE-DECOMPTE.
      ******************
      *    Fin de parcours des que la cle sort du beneficiaire (ou de
      *    la police) ou de la periode ; sinon le decompte est liste,
      *    sous reserve de la police quand les deux criteres sont
      *    donnes.
           IF WS-ACCES-BENEF
              IF ARC-NUM-BENEF NOT = WS-NUM-BENEF
              OR ARC-DAT-SOINS-BENEF > WS-DATE-FIN
                 SET Fin-ARCHIVE-Oui TO TRUE
                 GO TO FIN-TRAITE-DECOMPTE
              END-IF
              IF WS-NUM-PLC NOT = SPACES
              AND ARC-NUM-PLC NOT = WS-NUM-PLC
                 GO TO FIN-TRAITE-DECOMPTE
              END-IF
           ELSE
              IF ARC-NUM-PLC NOT = WS-NUM-PLC
              OR ARC-DAT-SOINS > WS-DATE-FIN
                 SET Fin-ARCHIVE-Oui TO TRUE
                 GO TO FIN-TRAITE-DECOMPTE
              END-IF
           END-IF

           ADD 1 TO CPT-RETENUS
           IF ARC-TYPE-ANNULATION
              ADD 1 TO CPT-ANNULATIONS
           END-IF
           ADD ARC-MONT-FRAIS TO WS-TOTAL-FRAIS
           ADD ARC-MONT-REMB  TO WS-TOTAL-REMB

           MOVE ARC-DAT-SOINS  TO WS-DAT-SOINS-R
           MOVE WS-DAT-SOINS-R-JJ   TO WS-DAT-SOINS-EDIT-JJ
           MOVE WS-DAT-SOINS-R-MM   TO WS-DAT-SOINS-EDIT-MM
           MOVE WS-DAT-SOINS-R-SSAA TO WS-DAT-SOINS-EDIT-SSAA
           MOVE ARC-MONT-FRAIS TO WS-FRAIS-EDIT
           MOVE ARC-MONT-REMB  TO WS-MONT-EDIT

      *    Lien d'annulation : un decompte d'origine porte
      *    l'execution de l'annulation qui l'a annule, une
      *    annulation celle du decompte qu'elle annule.
           MOVE SPACES TO WS-LIEN-LIB
           IF ARC-LIEN-RUN-REF NOT = SPACES
              IF ARC-TYPE-ANNULATION
                 STRING "ANNULE L'EXEC. "   DELIMITED BY SIZE
                        ARC-LIEN-RUN-REF    DELIMITED BY SIZE
                   INTO WS-LIEN-LIB
                 END-STRING
              ELSE
                 STRING "ANNULE PAR EXEC. " DELIMITED BY SIZE
                        ARC-LIEN-RUN-REF    DELIMITED BY SIZE
                   INTO WS-LIEN-LIB
                 END-STRING
              END-IF
           END-IF

           MOVE SPACES TO WS-LIGNE-LISTE
           STRING ARC-COD-PROD           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ARC-NUM-PLC            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ARC-NUM-BENEF          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-DAT-SOINS-EDIT      DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ARC-TYPE-ENR           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-FRAIS-EDIT          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-MONT-EDIT           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ARC-PER-ANNEE          DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  ARC-PER-MOIS           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ARC-RUN-REF            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-LIEN-LIB            DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      **********************
       FIN-TRAITE-DECOMPTE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ************
       ECR-LIGNE.
      ************
           MOVE WS-LIGNE-LISTE TO ENR-LISTE-DECOMPTES
           WRITE ENR-LISTE-DECOMPTES
           IF L-Fst-Lst NOT ZERO
              DISPLAY "Erreur ecriture LISTE-DECOMPTES = " L-Fst-Lst
           END-IF
           MOVE SPACES TO WS-LIGNE-LISTE
           .
      ****************
       FIN-ECR-LIGNE. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           MOVE WS-TOTAL-FRAIS TO WS-TOTAL-FRAIS-EDIT
           MOVE WS-TOTAL-REMB  TO WS-TOTAL-EDIT
           IF CPT-RETENUS = 0
              MOVE "AUCUN DECOMPTE ARCHIVE POUR CES CRITERES" TO
                                                WS-LIGNE-LISTE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-IF
           STRING "TOTAL "                DELIMITED BY SIZE
                  CPT-RETENUS             DELIMITED BY SIZE
                  " DECOMPTES (DONT "     DELIMITED BY SIZE
                  CPT-ANNULATIONS         DELIMITED BY SIZE
                  " ANNULATIONS)  FRAIS " DELIMITED BY SIZE
                  WS-TOTAL-FRAIS-EDIT     DELIMITED BY SIZE
                  "  REMBOURSE "          DELIMITED BY SIZE
                  WS-TOTAL-EDIT           DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           CLOSE ARCHIVE-DECOMPTES
           CLOSE LISTE-DECOMPTES

           DISPLAY "Enregistrements d'archive lus : " CPT-ARCHIVE-LUS
           DISPLAY "Decomptes listes : "             CPT-RETENUS
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Consult-Decomptes.
      *-----------------------------------------------------------------
