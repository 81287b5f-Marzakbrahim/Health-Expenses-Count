       IDENTIFICATION DIVISION.
       PROGRAM-ID. Detect-Atypiques.

      *-----------------------------------------------------------------
      *    Detection des comportements atypiques sur les decomptes
      *    valides, a passer apres Frais-Sante : Frais-Sante controle
      *    chaque ligne isolement, ce programme regarde les lignes
      *    entre elles, a partir de l'archive permanente des decomptes
      *    (ARCHIVE-DECOMPTES), toutes executions confondues.
      *    Seuls les decomptes en vigueur comptent (ni annulation, ni
      *    decompte d'origine annule depuis). Trois regles, chacune
      *    parametree par COD-PROD dans REGLES-ATYPIQUES (une ligne
      *    "**" donne les valeurs des produits non cites ; une valeur
      *    a zero desactive la regle) :
      *    R1 - nombre d'actes d'un beneficiaire sur un produit dans
      *         un meme mois de soins au-dela du maximum ;
      *    R2 - frais engages d'un decompte au-dela d'un multiple de
      *         la moyenne du produit (moyenne calculee sur l'archive,
      *         appliquee a partir d'un nombre minimal de decomptes) ;
      *    R3 - nombre de beneficiaires d'une meme police soignes le
      *         meme jour sur un produit au-dela du maximum.
      *    Un cas n'est signale que s'il touche au moins un decompte
      *    de l'execution examinee (variable DETECT_RUN_REF, a defaut
      *    la derniere execution reussie du registre RUN-REGISTRE) :
      *    un cas deja signale n'est pas repris aux passages suivants
      *    sans nouveau decompte.
      *    Le rapport classe les cas par score decroissant (valeur
      *    constatee rapportee au seuil, en pourcentage) pour
      *    l'equipe gestion ; il ne bloque aucun paiement.
      *    Code retour : 0 sans cas, 4 si des cas sont signales, 8 si
      *    aucune regle n'est lisible, l'archive indisponible ou
      *    aucune execution a examiner.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Archive des decomptes valides, tenue par Frais-Sante :
           SELECT ARCHIVE-DECOMPTES ASSIGN DYNAMIC WS-ARCHIVE-PATH
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ARC-CLE
                ALTERNATE RECORD KEY IS ARC-CLE-BENEF
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Arc
           .

      *    Registre des executions de Frais-Sante (execution examinee
      *    par defaut) :
           SELECT RUN-REGISTRE ASSIGN DYNAMIC WS-REGISTRE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Reg
           .

      *    Regles de detection par produit :
           SELECT REGLES-ATYPIQUES ASSIGN DYNAMIC WS-REGLES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rgl
           .

      *    Fichier de travail : decomptes en vigueur extraits de
      *    l'archive, relu par les trois regles.
           SELECT DETECT-EXTRAIT ASSIGN TO "DETECT-EXTRAIT.tmp"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ext
                .

      *    Tri de l'extrait : par beneficiaire (R1) puis par police
      *    et date de soins (R3).
           SELECT DETECT-TRI-EXT ASSIGN TO "DETECT-TRI-EXT.srt".

           SELECT DETECT-EXTRAIT-TRIE ASSIGN TO
               "DETECT-EXTRAIT-TRIE.tmp"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-ExtTri
                .

      *    Cas signales, puis tries par score decroissant :
           SELECT DETECT-SUSPICIONS ASSIGN TO "DETECT-SUSPICIONS.tmp"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sus
                .

           SELECT DETECT-TRI-SUS ASSIGN TO "DETECT-TRI-SUS.srt".

           SELECT DETECT-SUSPICIONS-TRIE ASSIGN TO
               "DETECT-SUSPICIONS-TRIE.tmp"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-SusTri
                .

      *    Rapport des cas classes :
           SELECT RAPPORT-ATYPIQUES ASSIGN DYNAMIC WS-RAPPORT-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rap
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

       FD RUN-REGISTRE.
       01 ENR-RUN-REGISTRE.
           05 ENR-REG-RUN-REF                          PIC X(14).
           05 FILLER                                    PIC X(01).
           05 ENR-REG-NB-ENR                           PIC 9(10).
           05 FILLER                                    PIC X(01).
           05 ENR-REG-HASH                             PIC 9(15)V99.
           05 FILLER                                    PIC X(01).
           05 ENR-REG-STATUT                           PIC X(02).

      *    Une ligne par produit ("**" : produits non cites) :
      *    maximum d'actes par beneficiaire et par mois, multiple de
      *    la moyenne du produit (un chiffre apres la virgule),
      *    nombre minimal de decomptes pour que la moyenne vaille,
      *    maximum de beneficiaires d'une police le meme jour.
       FD REGLES-ATYPIQUES.
       01 ENR-REGLES-ATYPIQUES.
           05 RGA-COD-PROD                             PIC X(02).
           05 FILLER                                    PIC X(01).
           05 RGA-MAX-ACTES-MOIS                       PIC 9(03).
           05 FILLER                                    PIC X(01).
           05 RGA-COEF-ECART                           PIC 9(02)V9.
           05 FILLER                                    PIC X(01).
           05 RGA-NB-MIN-MOY                           PIC 9(05).
           05 FILLER                                    PIC X(01).
           05 RGA-MAX-BENEF-JOUR                       PIC 9(03).

       FD DETECT-EXTRAIT.
       01 ENR-DETECT-EXTRAIT.
           05 DEX-COD-PROD                              PIC X(02).
           05 DEX-NUM-PLC                               PIC X(12).
           05 DEX-NUM-BENEF                             PIC X(10).
           05 DEX-DAT-SOINS                             PIC 9(08).
           05 DEX-MONT-FRAIS                            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DEX-MONT-REMB                             PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DEX-RUN-REF                               PIC X(14).
           05 DEX-SEQ                                   PIC 9(10).
      *    Decompte de l'execution examinee :
           05 DEX-EXAMINE                               PIC X(01).
               88 DEX-LIGNE-EXAMINEE                   VALUE 'O'.

       SD DETECT-TRI-EXT.
       01 ENR-DETECT-TRI-EXT-SD.
           05 DTX-COD-PROD                              PIC X(02).
           05 DTX-NUM-PLC                               PIC X(12).
           05 DTX-NUM-BENEF                             PIC X(10).
           05 DTX-DAT-SOINS                             PIC 9(08).
           05 DTX-MONT-FRAIS                            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DTX-MONT-REMB                             PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DTX-RUN-REF                               PIC X(14).
           05 DTX-SEQ                                   PIC 9(10).
           05 DTX-EXAMINE                               PIC X(01).

       FD DETECT-EXTRAIT-TRIE.
       01 ENR-DETECT-EXTRAIT-TRIE.
           05 DXT-COD-PROD                              PIC X(02).
           05 DXT-NUM-PLC                               PIC X(12).
           05 DXT-NUM-BENEF                             PIC X(10).
           05 DXT-DAT-SOINS                             PIC 9(08).
           05 DXT-DAT-SOINS-R REDEFINES DXT-DAT-SOINS.
               10 DXT-SOINS-SSAAMM                      PIC 9(06).
               10 DXT-SOINS-JJ                          PIC 9(02).
           05 DXT-MONT-FRAIS                            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DXT-MONT-REMB                             PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 DXT-RUN-REF                               PIC X(14).
           05 DXT-SEQ                                   PIC 9(10).
           05 DXT-EXAMINE                               PIC X(01).
               88 DXT-LIGNE-EXAMINEE                   VALUE 'O'.

      *    Cas signale : score (constat / seuil en %), regle, cle du
      *    cas, constat et seuil, frais engages concernes.
       FD DETECT-SUSPICIONS.
       01 ENR-DETECT-SUSPICIONS.
           05 SUS-SCORE                                 PIC 9(07).
           05 SUS-REGLE                                 PIC X(02).
           05 SUS-COD-PROD                              PIC X(02).
           05 SUS-NUM-PLC                               PIC X(12).
           05 SUS-NUM-BENEF                             PIC X(10).
           05 SUS-DAT-SOINS                             PIC 9(08).
           05 SUS-CONSTAT                               PIC 9(09)V99.
           05 SUS-SEUIL                                 PIC 9(09)V99.
           05 SUS-MONT-FRAIS                            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 SUS-RUN-REF                               PIC X(14).
           05 SUS-SEQ                                   PIC 9(10).

       SD DETECT-TRI-SUS.
       01 ENR-DETECT-TRI-SUS-SD.
           05 TSU-SCORE                                 PIC 9(07).
           05 TSU-REGLE                                 PIC X(02).
           05 TSU-COD-PROD                              PIC X(02).
           05 TSU-NUM-PLC                               PIC X(12).
           05 TSU-NUM-BENEF                             PIC X(10).
           05 TSU-DAT-SOINS                             PIC 9(08).
           05 TSU-CONSTAT                               PIC 9(09)V99.
           05 TSU-SEUIL                                 PIC 9(09)V99.
           05 TSU-MONT-FRAIS                            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 TSU-RUN-REF                               PIC X(14).
           05 TSU-SEQ                                   PIC 9(10).

       FD DETECT-SUSPICIONS-TRIE.
       01 ENR-DETECT-SUSPICIONS-TRIE.
           05 SST-SCORE                                 PIC 9(07).
           05 SST-REGLE                                 PIC X(02).
               88 SST-REGLE-ACTES-MOIS                 VALUE 'R1'.
               88 SST-REGLE-ECART-MOYEN                VALUE 'R2'.
               88 SST-REGLE-BENEF-JOUR                 VALUE 'R3'.
           05 SST-COD-PROD                              PIC X(02).
           05 SST-NUM-PLC                               PIC X(12).
           05 SST-NUM-BENEF                             PIC X(10).
           05 SST-DAT-SOINS.
               10 SST-SOINS-SSAA                        PIC 9(04).
               10 SST-SOINS-MM                          PIC 9(02).
               10 SST-SOINS-JJ                          PIC 9(02).
           05 SST-CONSTAT                               PIC 9(09)V99.
           05 SST-SEUIL                                 PIC 9(09)V99.
           05 SST-MONT-FRAIS                            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 SST-RUN-REF                               PIC X(14).
           05 SST-SEQ                                   PIC 9(10).

       FD RAPPORT-ATYPIQUES.
       01 ENR-RAPPORT-ATYPIQUES                            PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Arc                        PIC XX VALUE "00".
       01 L-Fst-Reg                        PIC XX VALUE "00".
       01 L-Fst-Rgl                        PIC XX VALUE "00".
       01 L-Fst-Ext                        PIC XX VALUE "00".
       01 L-Fst-ExtTri                     PIC XX VALUE "00".
       01 L-Fst-Sus                        PIC XX VALUE "00".
       01 L-Fst-SusTri                     PIC XX VALUE "00".
       01 L-Fst-Rap                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-ARCHIVE-PATH                        PIC X(200).
           05 WS-REGISTRE-PATH                       PIC X(200).
           05 WS-REGLES-PATH                         PIC X(200).
           05 WS-RAPPORT-PATH                        PIC X(200).

      * Execution examinee :
       01 WS-RUN-REF                                     PIC X(14).

      * Booléens pour tester la fin de lecture :

       01 Fin-ARCHIVE                           PIC 9.
           88 Fin-ARCHIVE-Oui                      VALUE 1.
           88 Fin-ARCHIVE-Non                      VALUE 0.

       01 Fin-REGISTRE                          PIC 9.
           88 Fin-REGISTRE-Oui                     VALUE 1.
           88 Fin-REGISTRE-Non                     VALUE 0.

       01 Fin-REGLES                            PIC 9.
           88 Fin-REGLES-Oui                       VALUE 1.
           88 Fin-REGLES-Non                       VALUE 0.

       01 Fin-EXTRAIT                           PIC 9.
           88 Fin-EXTRAIT-Oui                      VALUE 1.
           88 Fin-EXTRAIT-Non                      VALUE 0.

       01 Fin-SUSPICIONS                        PIC 9.
           88 Fin-SUSPICIONS-Oui                   VALUE 1.
           88 Fin-SUSPICIONS-Non                   VALUE 0.

      * Refus du passage (pas de regle, archive indisponible, pas
      * d'execution a examiner) :
       01 WS-REFUS-IND                                    PIC X(01).
           88 WS-DETECTION-REFUSEE                      VALUE 'O'.
           88 WS-DETECTION-ACCEPTEE                     VALUE 'N'.

      * Compteurs
       01 COMPTEURS.
           05 CPT-REGLES-LUES                           PIC 9(10).
           05 CPT-REGLES-REJETEES                       PIC 9(10).
           05 CPT-ARCHIVE-LUS                           PIC 9(10).
           05 CPT-ARCHIVE-ECARTES                       PIC 9(10).
           05 CPT-EXTRAITS                              PIC 9(10).
           05 CPT-EXAMINES                              PIC 9(10).
           05 CPT-SUSPICIONS                            PIC 9(10).
           05 CPT-SUSP-ACTES-MOIS                       PIC 9(10).
           05 CPT-SUSP-ECART-MOYEN                      PIC 9(10).
           05 CPT-SUSP-BENEF-JOUR                       PIC 9(10).
           05 CPT-RANG                                  PIC 9(10).

      * Regles par produit (meme borne que la table des produits de
      * Frais-Sante) et regle par defaut ("**") :
       01 WS-TAB-REGLES.
           05 WS-TAB-REGLES-NB                          PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-REGLES-LIGNE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TAB-REGLES-NB
                   INDEXED BY WS-IDX-REGLE.
               10 WS-TAB-REGLES-COD-PROD                PIC X(02).
               10 WS-TAB-REGLES-MAX-ACTES               PIC 9(03).
               10 WS-TAB-REGLES-COEF                    PIC 9(02)V9.
               10 WS-TAB-REGLES-NB-MIN                  PIC 9(05).
               10 WS-TAB-REGLES-MAX-BENEF               PIC 9(03).

       01 WS-REGLE-DEFAUT.
           05 WS-DEF-PRESENTE-IND                       PIC X(01).
               88 WS-DEF-PRESENTE                       VALUE 'O'.
               88 WS-DEF-ABSENTE                        VALUE 'N'.
           05 WS-DEF-MAX-ACTES                          PIC 9(03).
           05 WS-DEF-COEF                               PIC 9(02)V9.
           05 WS-DEF-NB-MIN                             PIC 9(05).
           05 WS-DEF-MAX-BENEF                          PIC 9(03).

      * Regle applicable au produit recherche (zero : regle
      * inactive) :
       01 WS-PROD-CHERCHE                                PIC X(02).
       01 WS-REGLE-COURANTE.
           05 WS-RC-MAX-ACTES                           PIC 9(03).
           05 WS-RC-COEF                                PIC 9(02)V9.
           05 WS-RC-NB-MIN                              PIC 9(05).
           05 WS-RC-MAX-BENEF                           PIC 9(03).

       01 WS-REGLE-IND                                    PIC X(01).
           88 WS-REGLE-TROUVEE                          VALUE 'O'.
           88 WS-REGLE-ABSENTE                          VALUE 'N'.

      * Moyenne des frais engages par produit, sur l'ensemble des
      * decomptes en vigueur de l'archive :
       01 WS-TAB-STATS.
           05 WS-TAB-STATS-NB                           PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-STATS-LIGNE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TAB-STATS-NB
                   INDEXED BY WS-IDX-STAT.
               10 WS-TAB-STATS-COD-PROD                 PIC X(02).
               10 WS-TAB-STATS-NB-DCPT                  PIC 9(10).
               10 WS-TAB-STATS-TOTAL                    PIC S9(13)V99.
               10 WS-TAB-STATS-MOYENNE                  PIC S9(09)V99.

       01 WS-STAT-IND                                     PIC X(01).
           88 WS-STAT-TROUVEE                           VALUE 'O'.
           88 WS-STAT-ABSENTE                           VALUE 'N'.

      * Groupe en cours dans les ruptures des regles R1 et R3 :
       01 WS-GROUPE.
           05 WS-GRP-COD-PROD                           PIC X(02).
           05 WS-GRP-NUM-PLC                            PIC X(12).
           05 WS-GRP-NUM-BENEF                          PIC X(10).
           05 WS-GRP-SSAAMM                             PIC 9(06).
           05 WS-GRP-DAT-SOINS                          PIC 9(08).
           05 WS-GRP-BENEF-PREC                         PIC X(10).
           05 WS-GRP-NB                                 PIC 9(09).
           05 WS-GRP-FRAIS                              PIC S9(11)V99.

       01 WS-GRP-EXAMINE-IND                              PIC X(01).
           88 WS-GRP-EXAMINE                            VALUE 'O'.
           88 WS-GRP-NON-EXAMINE                        VALUE 'N'.

       01 WS-PREMIER-IND                                  PIC X(01).
           88 WS-PREMIER-GROUPE                         VALUE 'O'.
           88 WS-GROUPE-EN-COURS                        VALUE 'N'.

      * Calcul du score et du seuil en montant (regle R2) :
       01 WS-SEUIL-MONT                                  PIC 9(09)V99.
       01 WS-SCORE-CALC                                  PIC 9(13).

      * Zones d'edition du rapport :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-RANG-EDIT                                   PIC Z(4)9.
       01 WS-SCORE-EDIT                                  PIC Z(6)9.
       01 WS-NB-EDIT                                     PIC Z(8)9.
       01 WS-CPT-EDIT                                    PIC Z(9)9.
       01 WS-MONT-EDIT                                   PIC Z(8)9.99.
       01 WS-COEF-EDIT                                   PIC Z9.9.
       01 WS-FRAIS-EDIT                                  PIC -9(09).99.
       01 WS-CONSTAT-AFF                                 PIC X(12).
       01 WS-SEUIL-AFF                                   PIC X(12).
       01 WS-DAT-AFF                                     PIC X(10).
       01 WS-NATURE-LIB                                  PIC X(28).
       01 WS-LIGNE-RAPPORT                               PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           IF WS-DETECTION-REFUSEE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM EXTRACTION                 THRU FIN-EXTRACTION

           PERFORM REGLE-ACTES-MOIS           THRU FIN-REGLE-ACTES-MOIS

           PERFORM REGLE-ECART-MOYEN          THRU
                                              FIN-REGLE-ECART-MOYEN

           PERFORM REGLE-BENEF-JOUR           THRU FIN-REGLE-BENEF-JOUR

           PERFORM CLASSEMENT                 THRU FIN-CLASSEMENT

           PERFORM FIN                        THRU FIN-FIN

      *    Les cas signales n'arretent pas la chaine : code retour 4
      *    pour attirer l'attention de l'exploitation.
           IF CPT-SUSPICIONS > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***  DETECTION DES COMPORTEMENTS ATYPIQUES      ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Arc
                      L-Fst-Reg
                      L-Fst-Rgl
                      L-Fst-Ext
                      L-Fst-ExtTri
                      L-Fst-Sus
                      L-Fst-SusTri
                      L-Fst-Rap

           SET WS-DETECTION-ACCEPTEE TO TRUE
           SET WS-DEF-ABSENTE        TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

      *    Execution examinee : parametre, sinon derniere execution
      *    reussie du registre.
           IF WS-RUN-REF = SPACES
              PERFORM DERNIERE-EXECUTION THRU FIN-DERNIERE-EXECUTION
           END-IF
           IF WS-RUN-REF = SPACES
              DISPLAY "Aucune execution a examiner (DETECT_RUN_REF "
                      "absent, registre vide) : detection refusee"
              SET WS-DETECTION-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF
           DISPLAY "Execution examinee : " WS-RUN-REF

           PERFORM CHARGE-REGLES THRU FIN-CHARGE-REGLES
           IF WS-TAB-REGLES-NB = 0 AND WS-DEF-ABSENTE
              DISPLAY "Aucune regle de detection lisible : "
                      "detection refusee"
              SET WS-DETECTION-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN INPUT ARCHIVE-DECOMPTES
           IF L-Fst-Arc NOT = ZERO
              DISPLAY "Archive ARCHIVE-DECOMPTES indisponible, "
                       "statut = " L-Fst-Arc
              SET WS-DETECTION-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN OUTPUT RAPPORT-ATYPIQUES
           IF L-Fst-Rap NOT = ZERO
              DISPLAY "Erreur ouverture RAPPORT-ATYPIQUES = " L-Fst-Rap
           END-IF
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "COMPORTEMENTS ATYPIQUES - EXECUTION "
                                                 DELIMITED BY SIZE
                  WS-RUN-REF                     DELIMITED BY SIZE
                  " - EDITION DU "               DELIMITED BY SIZE
                  WS-DATE-JOUR                   DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE "REGLES EN VIGUEUR (0 = REGLE INACTIVE) :" TO
                                                 WS-LIGNE-RAPPORT
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "  PR  R1 MAX ACTES/MOIS  R2 X MOYENNE  "
                                                 DELIMITED BY SIZE
                  "MIN DECOMPTES  R3 MAX BENEF/JOUR"
                                                 DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           PERFORM VARYING WS-IDX-REGLE FROM 1 BY 1
                   UNTIL WS-IDX-REGLE > WS-TAB-REGLES-NB
              MOVE WS-TAB-REGLES-COD-PROD  (WS-IDX-REGLE) TO
                                                 WS-PROD-CHERCHE
              MOVE WS-TAB-REGLES-MAX-ACTES (WS-IDX-REGLE) TO
                                                 WS-RC-MAX-ACTES
              MOVE WS-TAB-REGLES-COEF      (WS-IDX-REGLE) TO
                                                 WS-RC-COEF
              MOVE WS-TAB-REGLES-NB-MIN    (WS-IDX-REGLE) TO
                                                 WS-RC-NB-MIN
              MOVE WS-TAB-REGLES-MAX-BENEF (WS-IDX-REGLE) TO
                                                 WS-RC-MAX-BENEF
              PERFORM ECR-LIGNE-REGLE THRU FIN-ECR-LIGNE-REGLE
           END-PERFORM
           IF WS-DEF-PRESENTE
              MOVE "**"             TO WS-PROD-CHERCHE
              MOVE WS-DEF-MAX-ACTES TO WS-RC-MAX-ACTES
              MOVE WS-DEF-COEF      TO WS-RC-COEF
              MOVE WS-DEF-NB-MIN    TO WS-RC-NB-MIN
              MOVE WS-DEF-MAX-BENEF TO WS-RC-MAX-BENEF
              PERFORM ECR-LIGNE-REGLE THRU FIN-ECR-LIGNE-REGLE
           END-IF
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
           MOVE "RUN-REGISTRE.txt"       TO WS-REGISTRE-PATH
           MOVE "REGLES-ATYPIQUES.txt"   TO WS-REGLES-PATH
           MOVE "RAPPORT-ATYPIQUES.txt"  TO WS-RAPPORT-PATH
           MOVE SPACES                   TO WS-RUN-REF

           ACCEPT WS-ARCHIVE-PATH FROM ENVIRONMENT
                                            "DETECT_ARCHIVE_FILE"
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
                                            "DETECT_REGISTRE_IN"
           ACCEPT WS-REGLES-PATH  FROM ENVIRONMENT
                                            "DETECT_REGLES_IN"
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
                                            "DETECT_RAPPORT_OUT"
           ACCEPT WS-RUN-REF      FROM ENVIRONMENT
                                            "DETECT_RUN_REF"

           IF WS-ARCHIVE-PATH = SPACES MOVE "ARCHIVE-DECOMPTES.dat" TO
                                                       WS-ARCHIVE-PATH
           END-IF
           IF WS-REGISTRE-PATH = SPACES MOVE "RUN-REGISTRE.txt" TO
                                                       WS-REGISTRE-PATH
           END-IF
           IF WS-REGLES-PATH  = SPACES MOVE "REGLES-ATYPIQUES.txt" TO
                                                       WS-REGLES-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES MOVE "RAPPORT-ATYPIQUES.txt" TO
                                                       WS-RAPPORT-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *********************
       DERNIERE-EXECUTION.
      *********************
      *    Derniere execution inscrite en succes au registre de
      *    Frais-Sante.
           SET Fin-REGISTRE-Non TO TRUE
           OPEN INPUT RUN-REGISTRE
           IF L-Fst-Reg NOT = ZERO
              DISPLAY "Registre RUN-REGISTRE indisponible, statut = "
                       L-Fst-Reg
              GO TO FIN-DERNIERE-EXECUTION
           END-IF
           PERFORM UNTIL Fin-REGISTRE-Oui
              READ RUN-REGISTRE
                AT END
                   SET Fin-REGISTRE-Oui TO TRUE
                NOT AT END
                   IF ENR-REG-STATUT = "OK"
                      MOVE ENR-REG-RUN-REF TO WS-RUN-REF
                   END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-REGISTRE
           .
      *************************
       FIN-DERNIERE-EXECUTION. EXIT.
      *************************
      *-----------------------------------------------------------------
      ****************
       CHARGE-REGLES.
      ****************
      *    Charge les regles par produit ; une ligne non numerique ou
      *    un produit deja charge est signale et ignore.
           SET Fin-REGLES-Non TO TRUE
           OPEN INPUT REGLES-ATYPIQUES
           IF L-Fst-Rgl NOT = ZERO
              DISPLAY "Regles REGLES-ATYPIQUES indisponibles, statut = "
                       L-Fst-Rgl
              GO TO FIN-CHARGE-REGLES
           END-IF
           PERFORM UNTIL Fin-REGLES-Oui
              READ REGLES-ATYPIQUES
                AT END
                   SET Fin-REGLES-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-REGLES-LUES
                   PERFORM RANGE-REGLE THRU FIN-RANGE-REGLE
              END-READ
           END-PERFORM
           CLOSE REGLES-ATYPIQUES
           DISPLAY "Nombre de regles lues : " CPT-REGLES-LUES
           .
      ********************
       FIN-CHARGE-REGLES. EXIT.
      ********************
      *-----------------------------------------------------------------
      **************
       RANGE-REGLE.
      **************
           IF RGA-COD-PROD = SPACES
           OR RGA-MAX-ACTES-MOIS NOT NUMERIC
           OR RGA-COEF-ECART     NOT NUMERIC
           OR RGA-NB-MIN-MOY     NOT NUMERIC
           OR RGA-MAX-BENEF-JOUR NOT NUMERIC
              DISPLAY "Regle invalide ignoree : " ENR-REGLES-ATYPIQUES
              ADD 1 TO CPT-REGLES-REJETEES
              GO TO FIN-RANGE-REGLE
           END-IF

           IF RGA-COD-PROD = "**"
              IF WS-DEF-PRESENTE
                 DISPLAY "Regle par defaut en double ignoree : "
                          ENR-REGLES-ATYPIQUES
                 ADD 1 TO CPT-REGLES-REJETEES
              ELSE
                 SET WS-DEF-PRESENTE TO TRUE
                 MOVE RGA-MAX-ACTES-MOIS TO WS-DEF-MAX-ACTES
                 MOVE RGA-COEF-ECART     TO WS-DEF-COEF
                 MOVE RGA-NB-MIN-MOY     TO WS-DEF-NB-MIN
                 MOVE RGA-MAX-BENEF-JOUR TO WS-DEF-MAX-BENEF
              END-IF
              GO TO FIN-RANGE-REGLE
           END-IF

           MOVE RGA-COD-PROD TO WS-PROD-CHERCHE
           PERFORM CHERCHE-REGLE-PRODUIT THRU
                                      FIN-CHERCHE-REGLE-PRODUIT
           EVALUATE TRUE
             WHEN WS-REGLE-TROUVEE
                DISPLAY "Regle en double ignoree : "
                         ENR-REGLES-ATYPIQUES
                ADD 1 TO CPT-REGLES-REJETEES
             WHEN WS-TAB-REGLES-NB < 100
                ADD 1 TO WS-TAB-REGLES-NB
                SET WS-IDX-REGLE TO WS-TAB-REGLES-NB
                MOVE RGA-COD-PROD       TO
                     WS-TAB-REGLES-COD-PROD  (WS-IDX-REGLE)
                MOVE RGA-MAX-ACTES-MOIS TO
                     WS-TAB-REGLES-MAX-ACTES (WS-IDX-REGLE)
                MOVE RGA-COEF-ECART     TO
                     WS-TAB-REGLES-COEF      (WS-IDX-REGLE)
                MOVE RGA-NB-MIN-MOY     TO
                     WS-TAB-REGLES-NB-MIN    (WS-IDX-REGLE)
                MOVE RGA-MAX-BENEF-JOUR TO
                     WS-TAB-REGLES-MAX-BENEF (WS-IDX-REGLE)
             WHEN OTHER
                DISPLAY "Table des regles saturee, regle ignoree : "
                         ENR-REGLES-ATYPIQUES
                ADD 1 TO CPT-REGLES-REJETEES
           END-EVALUATE
           .
      ******************
       FIN-RANGE-REGLE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ************************
       CHERCHE-REGLE-PRODUIT.
      ************************
      *    Recherche en table de la regle propre au produit
      *    WS-PROD-CHERCHE.
           SET WS-REGLE-ABSENTE TO TRUE
           IF WS-TAB-REGLES-NB > 0
              SET WS-IDX-REGLE TO 1
              SEARCH WS-TAB-REGLES-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-REGLES-COD-PROD (WS-IDX-REGLE) =
                                            WS-PROD-CHERCHE
                   SET WS-REGLE-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           .
      ****************************
       FIN-CHERCHE-REGLE-PRODUIT. EXIT.
      ****************************
      *-----------------------------------------------------------------
      *****************
       REGLE-APPLICABLE.
      *****************
      *    Regle du produit WS-PROD-CHERCHE, a defaut la regle "**",
      *    a defaut aucune regle (seuils a zero).
           MOVE ZERO TO WS-RC-MAX-ACTES
                        WS-RC-COEF
                        WS-RC-NB-MIN
                        WS-RC-MAX-BENEF
           PERFORM CHERCHE-REGLE-PRODUIT THRU
                                      FIN-CHERCHE-REGLE-PRODUIT
           EVALUATE TRUE
             WHEN WS-REGLE-TROUVEE
                MOVE WS-TAB-REGLES-MAX-ACTES (WS-IDX-REGLE) TO
                                                 WS-RC-MAX-ACTES
                MOVE WS-TAB-REGLES-COEF      (WS-IDX-REGLE) TO
                                                 WS-RC-COEF
                MOVE WS-TAB-REGLES-NB-MIN    (WS-IDX-REGLE) TO
                                                 WS-RC-NB-MIN
                MOVE WS-TAB-REGLES-MAX-BENEF (WS-IDX-REGLE) TO
                                                 WS-RC-MAX-BENEF
             WHEN WS-DEF-PRESENTE
                MOVE WS-DEF-MAX-ACTES TO WS-RC-MAX-ACTES
                MOVE WS-DEF-COEF      TO WS-RC-COEF
                MOVE WS-DEF-NB-MIN    TO WS-RC-NB-MIN
                MOVE WS-DEF-MAX-BENEF TO WS-RC-MAX-BENEF
           END-EVALUATE
           .
      *********************
       FIN-REGLE-APPLICABLE. EXIT.
      *********************
      *-----------------------------------------------------------------
      *************
       EXTRACTION.
      *************
      *    Relecture complete de l'archive : les decomptes en vigueur
      *    sont extraits vers le fichier de travail et cumules par
      *    produit pour la moyenne de la regle R2.
           OPEN OUTPUT DETECT-EXTRAIT
           IF L-Fst-Ext NOT = ZERO
              DISPLAY "Erreur ouverture DETECT-EXTRAIT = " L-Fst-Ext
           END-IF

           SET Fin-ARCHIVE-Non TO TRUE
           PERFORM UNTIL Fin-ARCHIVE-Oui
              READ ARCHIVE-DECOMPTES NEXT RECORD
                AT END
                   SET Fin-ARCHIVE-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-ARCHIVE-LUS
                   PERFORM EXTRAIT-DECOMPTE THRU FIN-EXTRAIT-DECOMPTE
              END-READ
           END-PERFORM

           CLOSE ARCHIVE-DECOMPTES
           CLOSE DETECT-EXTRAIT

      *    Moyenne des frais engages par produit :
           PERFORM VARYING WS-IDX-STAT FROM 1 BY 1
                   UNTIL WS-IDX-STAT > WS-TAB-STATS-NB
              IF WS-TAB-STATS-NB-DCPT (WS-IDX-STAT) > 0
                 COMPUTE WS-TAB-STATS-MOYENNE (WS-IDX-STAT) ROUNDED =
                         WS-TAB-STATS-TOTAL (WS-IDX-STAT) /
                         WS-TAB-STATS-NB-DCPT (WS-IDX-STAT)
              END-IF
           END-PERFORM

           DISPLAY "Enregistrements d'archive lus : " CPT-ARCHIVE-LUS
           DISPLAY "Decomptes de l'execution examines : " CPT-EXAMINES
           IF CPT-EXAMINES = 0
              MOVE SPACES TO WS-LIGNE-RAPPORT
              STRING "AUCUN DECOMPTE EN VIGUEUR DE L'EXECUTION "
                                                 DELIMITED BY SIZE
                     WS-RUN-REF                  DELIMITED BY SIZE
                     " A L'ARCHIVE"              DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-IF
           .
      *****************
       FIN-EXTRACTION. EXIT.
      *****************
      *-----------------------------------------------------------------
      *******************
       EXTRAIT-DECOMPTE.
      *******************
      *    Annulations et decomptes annules depuis sont ecartes : ils
      *    ne correspondent a aucun acte paye.
           IF ARC-TYPE-ANNULATION
           OR ARC-LIEN-RUN-REF NOT = SPACES
              ADD 1 TO CPT-ARCHIVE-ECARTES
              GO TO FIN-EXTRAIT-DECOMPTE
           END-IF

           MOVE SPACES          TO ENR-DETECT-EXTRAIT
           MOVE ARC-COD-PROD    TO DEX-COD-PROD
           MOVE ARC-NUM-PLC     TO DEX-NUM-PLC
           MOVE ARC-NUM-BENEF   TO DEX-NUM-BENEF
           MOVE ARC-DAT-SOINS   TO DEX-DAT-SOINS
           MOVE ARC-MONT-FRAIS  TO DEX-MONT-FRAIS
           MOVE ARC-MONT-REMB   TO DEX-MONT-REMB
           MOVE ARC-RUN-REF     TO DEX-RUN-REF
           MOVE ARC-SEQ         TO DEX-SEQ
           MOVE 'N'             TO DEX-EXAMINE
           IF ARC-RUN-REF = WS-RUN-REF
              SET DEX-LIGNE-EXAMINEE TO TRUE
              ADD 1 TO CPT-EXAMINES
           END-IF
           WRITE ENR-DETECT-EXTRAIT
           IF L-Fst-Ext NOT ZERO
              DISPLAY "Erreur ecriture DETECT-EXTRAIT = " L-Fst-Ext
           END-IF
           ADD 1 TO CPT-EXTRAITS

           MOVE ARC-COD-PROD TO WS-PROD-CHERCHE
           PERFORM CHERCHE-STAT THRU FIN-CHERCHE-STAT
           IF WS-STAT-ABSENTE
              IF WS-TAB-STATS-NB < 100
                 ADD 1 TO WS-TAB-STATS-NB
                 SET WS-IDX-STAT TO WS-TAB-STATS-NB
                 MOVE ARC-COD-PROD TO
                      WS-TAB-STATS-COD-PROD (WS-IDX-STAT)
                 MOVE ZERO TO WS-TAB-STATS-NB-DCPT (WS-IDX-STAT)
                              WS-TAB-STATS-TOTAL   (WS-IDX-STAT)
                              WS-TAB-STATS-MOYENNE (WS-IDX-STAT)
                 SET WS-STAT-TROUVEE TO TRUE
              ELSE
                 DISPLAY "Table des moyennes saturee, produit "
                          "ignore : " ARC-COD-PROD
              END-IF
           END-IF
           IF WS-STAT-TROUVEE
              ADD 1 TO WS-TAB-STATS-NB-DCPT (WS-IDX-STAT)
              ADD ARC-MONT-FRAIS TO WS-TAB-STATS-TOTAL (WS-IDX-STAT)
           END-IF
           .
      ***********************
       FIN-EXTRAIT-DECOMPTE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ***************
       CHERCHE-STAT.
      ***************
           SET WS-STAT-ABSENTE TO TRUE
           IF WS-TAB-STATS-NB > 0
              SET WS-IDX-STAT TO 1
              SEARCH WS-TAB-STATS-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-STATS-COD-PROD (WS-IDX-STAT) =
                                            WS-PROD-CHERCHE
                   SET WS-STAT-TROUVEE TO TRUE
              END-SEARCH
           END-IF
           .
      *******************
       FIN-CHERCHE-STAT. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       REGLE-ACTES-MOIS.
      *******************
      *    R1 : tri par beneficiaire, produit, date de soins ; rupture
      *    sur beneficiaire/produit/mois de soins.
           SORT DETECT-TRI-EXT
               ON ASCENDING KEY DTX-NUM-BENEF
                                 DTX-COD-PROD
                                 DTX-DAT-SOINS
               USING DETECT-EXTRAIT
               GIVING DETECT-EXTRAIT-TRIE

           OPEN INPUT DETECT-EXTRAIT-TRIE
           IF L-Fst-ExtTri NOT ZERO
              DISPLAY "Erreur ouverture DETECT-EXTRAIT-TRIE = "
                       L-Fst-ExtTri
           END-IF
           SET Fin-EXTRAIT-Non   TO TRUE
           SET WS-PREMIER-GROUPE TO TRUE

           PERFORM UNTIL Fin-EXTRAIT-Oui
             READ DETECT-EXTRAIT-TRIE
               AT END
                  SET Fin-EXTRAIT-Oui TO TRUE
               NOT AT END
                  IF WS-GROUPE-EN-COURS
                  AND (DXT-NUM-BENEF    NOT = WS-GRP-NUM-BENEF
                    OR DXT-COD-PROD     NOT = WS-GRP-COD-PROD
                    OR DXT-SOINS-SSAAMM NOT = WS-GRP-SSAAMM)
                     PERFORM CLOTURE-ACTES-MOIS THRU
                                         FIN-CLOTURE-ACTES-MOIS
                     SET WS-PREMIER-GROUPE TO TRUE
                  END-IF
                  IF WS-PREMIER-GROUPE
                     MOVE DXT-NUM-BENEF    TO WS-GRP-NUM-BENEF
                     MOVE DXT-COD-PROD     TO WS-GRP-COD-PROD
                     MOVE DXT-SOINS-SSAAMM TO WS-GRP-SSAAMM
                     MOVE DXT-NUM-PLC      TO WS-GRP-NUM-PLC
                     MOVE ZERO             TO WS-GRP-NB
                                              WS-GRP-FRAIS
                     SET WS-GRP-NON-EXAMINE TO TRUE
                     SET WS-GROUPE-EN-COURS TO TRUE
                  END-IF
                  ADD 1              TO WS-GRP-NB
                  ADD DXT-MONT-FRAIS TO WS-GRP-FRAIS
                  IF DXT-LIGNE-EXAMINEE
                     SET WS-GRP-EXAMINE TO TRUE
                  END-IF
             END-READ
           END-PERFORM
           IF WS-GROUPE-EN-COURS
              PERFORM CLOTURE-ACTES-MOIS THRU FIN-CLOTURE-ACTES-MOIS
           END-IF

           CLOSE DETECT-EXTRAIT-TRIE
           .
      ***********************
       FIN-REGLE-ACTES-MOIS. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *********************
       CLOTURE-ACTES-MOIS.
      *********************
           IF WS-GRP-NON-EXAMINE
              GO TO FIN-CLOTURE-ACTES-MOIS
           END-IF
           MOVE WS-GRP-COD-PROD TO WS-PROD-CHERCHE
           PERFORM REGLE-APPLICABLE THRU FIN-REGLE-APPLICABLE
           IF WS-RC-MAX-ACTES = 0
           OR WS-GRP-NB NOT > WS-RC-MAX-ACTES
              GO TO FIN-CLOTURE-ACTES-MOIS
           END-IF

           MOVE SPACES            TO ENR-DETECT-SUSPICIONS
           MOVE 'R1'              TO SUS-REGLE
           MOVE WS-GRP-COD-PROD   TO SUS-COD-PROD
           MOVE WS-GRP-NUM-PLC    TO SUS-NUM-PLC
           MOVE WS-GRP-NUM-BENEF  TO SUS-NUM-BENEF
           COMPUTE SUS-DAT-SOINS = WS-GRP-SSAAMM * 100
           MOVE WS-GRP-NB         TO SUS-CONSTAT
           MOVE WS-RC-MAX-ACTES   TO SUS-SEUIL
           MOVE WS-GRP-FRAIS      TO SUS-MONT-FRAIS
           MOVE WS-RUN-REF        TO SUS-RUN-REF
           MOVE ZERO              TO SUS-SEQ
           COMPUTE WS-SCORE-CALC = WS-GRP-NB * 100 / WS-RC-MAX-ACTES
           PERFORM ECR-SUSPICION THRU FIN-ECR-SUSPICION
           ADD 1 TO CPT-SUSP-ACTES-MOIS
           .
      *************************
       FIN-CLOTURE-ACTES-MOIS. EXIT.
      *************************
      *-----------------------------------------------------------------
      ********************
       REGLE-ECART-MOYEN.
      ********************
      *    R2 : chaque decompte de l'execution examinee est compare a
      *    la moyenne des frais engages de son produit.
           OPEN INPUT DETECT-EXTRAIT
           IF L-Fst-Ext NOT ZERO
              DISPLAY "Erreur ouverture DETECT-EXTRAIT = " L-Fst-Ext
           END-IF
           SET Fin-EXTRAIT-Non TO TRUE

           PERFORM UNTIL Fin-EXTRAIT-Oui
             READ DETECT-EXTRAIT
               AT END
                  SET Fin-EXTRAIT-Oui TO TRUE
               NOT AT END
                  IF DEX-LIGNE-EXAMINEE
                     PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
                  END-IF
             END-READ
           END-PERFORM

           CLOSE DETECT-EXTRAIT
           .
      ************************
       FIN-REGLE-ECART-MOYEN. EXIT.
      ************************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-ECART.
      *****************
           MOVE DEX-COD-PROD TO WS-PROD-CHERCHE
           PERFORM REGLE-APPLICABLE THRU FIN-REGLE-APPLICABLE
           IF WS-RC-COEF = 0
              GO TO FIN-CONTROLE-ECART
           END-IF
           PERFORM CHERCHE-STAT THRU FIN-CHERCHE-STAT
           IF WS-STAT-ABSENTE
              GO TO FIN-CONTROLE-ECART
           END-IF
      *    Moyenne non significative sous le nombre minimal de
      *    decomptes du produit :
           IF WS-TAB-STATS-NB-DCPT (WS-IDX-STAT) < WS-RC-NB-MIN
           OR WS-TAB-STATS-MOYENNE (WS-IDX-STAT) NOT > 0
              GO TO FIN-CONTROLE-ECART
           END-IF
           COMPUTE WS-SEUIL-MONT ROUNDED =
                   WS-TAB-STATS-MOYENNE (WS-IDX-STAT) * WS-RC-COEF
           IF WS-SEUIL-MONT NOT > 0
           OR DEX-MONT-FRAIS NOT > WS-SEUIL-MONT
              GO TO FIN-CONTROLE-ECART
           END-IF

           MOVE SPACES            TO ENR-DETECT-SUSPICIONS
           MOVE 'R2'              TO SUS-REGLE
           MOVE DEX-COD-PROD      TO SUS-COD-PROD
           MOVE DEX-NUM-PLC       TO SUS-NUM-PLC
           MOVE DEX-NUM-BENEF     TO SUS-NUM-BENEF
           MOVE DEX-DAT-SOINS     TO SUS-DAT-SOINS
           MOVE DEX-MONT-FRAIS    TO SUS-CONSTAT
           MOVE WS-SEUIL-MONT     TO SUS-SEUIL
           MOVE DEX-MONT-FRAIS    TO SUS-MONT-FRAIS
           MOVE DEX-RUN-REF       TO SUS-RUN-REF
           MOVE DEX-SEQ           TO SUS-SEQ
           COMPUTE WS-SCORE-CALC = DEX-MONT-FRAIS * 100 / WS-SEUIL-MONT
           PERFORM ECR-SUSPICION THRU FIN-ECR-SUSPICION
           ADD 1 TO CPT-SUSP-ECART-MOYEN
           .
      *********************
       FIN-CONTROLE-ECART. EXIT.
      *********************
      *-----------------------------------------------------------------
      *******************
       REGLE-BENEF-JOUR.
      *******************
      *    R3 : tri par police, date de soins, produit, beneficiaire ;
      *    rupture sur police/date/produit, avec le nombre de
      *    beneficiaires distincts du groupe.
           SORT DETECT-TRI-EXT
               ON ASCENDING KEY DTX-NUM-PLC
                                 DTX-DAT-SOINS
                                 DTX-COD-PROD
                                 DTX-NUM-BENEF
               USING DETECT-EXTRAIT
               GIVING DETECT-EXTRAIT-TRIE

           OPEN INPUT DETECT-EXTRAIT-TRIE
           IF L-Fst-ExtTri NOT ZERO
              DISPLAY "Erreur ouverture DETECT-EXTRAIT-TRIE = "
                       L-Fst-ExtTri
           END-IF
           SET Fin-EXTRAIT-Non   TO TRUE
           SET WS-PREMIER-GROUPE TO TRUE

           PERFORM UNTIL Fin-EXTRAIT-Oui
             READ DETECT-EXTRAIT-TRIE
               AT END
                  SET Fin-EXTRAIT-Oui TO TRUE
               NOT AT END
                  IF WS-GROUPE-EN-COURS
                  AND (DXT-NUM-PLC   NOT = WS-GRP-NUM-PLC
                    OR DXT-DAT-SOINS NOT = WS-GRP-DAT-SOINS
                    OR DXT-COD-PROD  NOT = WS-GRP-COD-PROD)
                     PERFORM CLOTURE-BENEF-JOUR THRU
                                         FIN-CLOTURE-BENEF-JOUR
                     SET WS-PREMIER-GROUPE TO TRUE
                  END-IF
                  IF WS-PREMIER-GROUPE
                     MOVE DXT-NUM-PLC      TO WS-GRP-NUM-PLC
                     MOVE DXT-DAT-SOINS    TO WS-GRP-DAT-SOINS
                     MOVE DXT-COD-PROD     TO WS-GRP-COD-PROD
                     MOVE LOW-VALUES       TO WS-GRP-BENEF-PREC
                     MOVE ZERO             TO WS-GRP-NB
                                              WS-GRP-FRAIS
                     SET WS-GRP-NON-EXAMINE TO TRUE
                     SET WS-GROUPE-EN-COURS TO TRUE
                  END-IF
                  IF DXT-NUM-BENEF NOT = WS-GRP-BENEF-PREC
                     ADD 1 TO WS-GRP-NB
                     MOVE DXT-NUM-BENEF TO WS-GRP-BENEF-PREC
                  END-IF
                  ADD DXT-MONT-FRAIS TO WS-GRP-FRAIS
                  IF DXT-LIGNE-EXAMINEE
                     SET WS-GRP-EXAMINE TO TRUE
                  END-IF
             END-READ
           END-PERFORM
           IF WS-GROUPE-EN-COURS
              PERFORM CLOTURE-BENEF-JOUR THRU FIN-CLOTURE-BENEF-JOUR
           END-IF

           CLOSE DETECT-EXTRAIT-TRIE
           .
      ***********************
       FIN-REGLE-BENEF-JOUR. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *********************
       CLOTURE-BENEF-JOUR.
      *********************
           IF WS-GRP-NON-EXAMINE
              GO TO FIN-CLOTURE-BENEF-JOUR
           END-IF
           MOVE WS-GRP-COD-PROD TO WS-PROD-CHERCHE
           PERFORM REGLE-APPLICABLE THRU FIN-REGLE-APPLICABLE
           IF WS-RC-MAX-BENEF = 0
           OR WS-GRP-NB NOT > WS-RC-MAX-BENEF
              GO TO FIN-CLOTURE-BENEF-JOUR
           END-IF

           MOVE SPACES            TO ENR-DETECT-SUSPICIONS
           MOVE 'R3'              TO SUS-REGLE
           MOVE WS-GRP-COD-PROD   TO SUS-COD-PROD
           MOVE WS-GRP-NUM-PLC    TO SUS-NUM-PLC
           MOVE SPACES            TO SUS-NUM-BENEF
           MOVE WS-GRP-DAT-SOINS  TO SUS-DAT-SOINS
           MOVE WS-GRP-NB         TO SUS-CONSTAT
           MOVE WS-RC-MAX-BENEF   TO SUS-SEUIL
           MOVE WS-GRP-FRAIS      TO SUS-MONT-FRAIS
           MOVE WS-RUN-REF        TO SUS-RUN-REF
           MOVE ZERO              TO SUS-SEQ
           COMPUTE WS-SCORE-CALC = WS-GRP-NB * 100 / WS-RC-MAX-BENEF
           PERFORM ECR-SUSPICION THRU FIN-ECR-SUSPICION
           ADD 1 TO CPT-SUSP-BENEF-JOUR
           .
      *************************
       FIN-CLOTURE-BENEF-JOUR. EXIT.
      *************************
      *-----------------------------------------------------------------
      ****************
       ECR-SUSPICION.
      ****************
      *    Ecrit le cas prepare dans ENR-DETECT-SUSPICIONS avec son
      *    score (plafonne a la taille de la zone) ; le fichier est
      *    ouvert au premier cas.
           IF WS-SCORE-CALC > 9999999
              MOVE 9999999 TO SUS-SCORE
           ELSE
              MOVE WS-SCORE-CALC TO SUS-SCORE
           END-IF
           IF CPT-SUSPICIONS = 0
              OPEN OUTPUT DETECT-SUSPICIONS
              IF L-Fst-Sus NOT ZERO
                 DISPLAY "Erreur ouverture DETECT-SUSPICIONS = "
                          L-Fst-Sus
              END-IF
           END-IF
           WRITE ENR-DETECT-SUSPICIONS
           IF L-Fst-Sus NOT ZERO
              DISPLAY "Erreur ecriture DETECT-SUSPICIONS = " L-Fst-Sus
           END-IF
           ADD 1 TO CPT-SUSPICIONS
           .
      ********************
       FIN-ECR-SUSPICION. EXIT.
      ********************
      *-----------------------------------------------------------------
      *************
       CLASSEMENT.
      *************
      *    Tri des cas par score decroissant puis edition avec leur
      *    rang.
           IF CPT-SUSPICIONS = 0
              MOVE "AUCUN COMPORTEMENT ATYPIQUE DETECTE" TO
                                                 WS-LIGNE-RAPPORT
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              GO TO FIN-CLASSEMENT
           END-IF
           CLOSE DETECT-SUSPICIONS

           SORT DETECT-TRI-SUS
               ON DESCENDING KEY TSU-SCORE
               ON ASCENDING  KEY TSU-NUM-PLC
                                 TSU-NUM-BENEF
                                 TSU-REGLE
                                 TSU-DAT-SOINS
               USING DETECT-SUSPICIONS
               GIVING DETECT-SUSPICIONS-TRIE

           OPEN INPUT DETECT-SUSPICIONS-TRIE
           IF L-Fst-SusTri NOT ZERO
              DISPLAY "Erreur ouverture DETECT-SUSPICIONS-TRIE = "
                       L-Fst-SusTri
           END-IF

           STRING " RANG   SCORE RG PR POLICE       BENEF      "
                                                 DELIMITED BY SIZE
                  "DATE/MOIS      CONSTATE        SEUIL "
                                                 DELIMITED BY SIZE
                  "FRAIS ENGAGES NATURE DU CAS"  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           SET Fin-SUSPICIONS-Non TO TRUE
           PERFORM UNTIL Fin-SUSPICIONS-Oui
             READ DETECT-SUSPICIONS-TRIE
               AT END
                  SET Fin-SUSPICIONS-Oui TO TRUE
               NOT AT END
                  ADD 1 TO CPT-RANG
                  PERFORM ECR-LIGNE-CAS THRU FIN-ECR-LIGNE-CAS
             END-READ
           END-PERFORM

           CLOSE DETECT-SUSPICIONS-TRIE
           .
      *****************
       FIN-CLASSEMENT. EXIT.
      *****************
      *-----------------------------------------------------------------
      ****************
       ECR-LIGNE-CAS.
      ****************
      *    Une ligne par cas : R1 porte le mois de soins et des
      *    nombres d'actes, R2 la date de soins et des montants, R3
      *    la date de soins et des nombres de beneficiaires.
           MOVE CPT-RANG       TO WS-RANG-EDIT
           MOVE SST-SCORE      TO WS-SCORE-EDIT
           MOVE SST-MONT-FRAIS TO WS-FRAIS-EDIT
           MOVE SPACES         TO WS-DAT-AFF
                                  WS-CONSTAT-AFF
                                  WS-SEUIL-AFF
           EVALUATE TRUE
             WHEN SST-REGLE-ACTES-MOIS
                STRING "   "             DELIMITED BY SIZE
                       SST-SOINS-MM      DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       SST-SOINS-SSAA    DELIMITED BY SIZE
                  INTO WS-DAT-AFF
                END-STRING
                MOVE "ACTES BENEFICIAIRE/MOIS" TO WS-NATURE-LIB
             WHEN OTHER
                STRING SST-SOINS-JJ      DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       SST-SOINS-MM      DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       SST-SOINS-SSAA    DELIMITED BY SIZE
                  INTO WS-DAT-AFF
                END-STRING
                IF SST-REGLE-ECART-MOYEN
                   MOVE "FRAIS / MOYENNE DU PRODUIT" TO WS-NATURE-LIB
                ELSE
                   MOVE "BENEFICIAIRES POLICE/JOUR"  TO WS-NATURE-LIB
                END-IF
           END-EVALUATE
           IF SST-REGLE-ECART-MOYEN
              MOVE SST-CONSTAT TO WS-MONT-EDIT
              MOVE WS-MONT-EDIT TO WS-CONSTAT-AFF
              MOVE SST-SEUIL   TO WS-MONT-EDIT
              MOVE WS-MONT-EDIT TO WS-SEUIL-AFF
           ELSE
              MOVE SST-CONSTAT TO WS-NB-EDIT
              STRING "   " WS-NB-EDIT DELIMITED BY SIZE
                INTO WS-CONSTAT-AFF
              END-STRING
              MOVE SST-SEUIL   TO WS-NB-EDIT
              STRING "   " WS-NB-EDIT DELIMITED BY SIZE
                INTO WS-SEUIL-AFF
              END-STRING
           END-IF

           STRING WS-RANG-EDIT          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-SCORE-EDIT         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  SST-REGLE             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  SST-COD-PROD          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  SST-NUM-PLC           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  SST-NUM-BENEF         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-DAT-AFF            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CONSTAT-AFF        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-SEUIL-AFF          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-FRAIS-EDIT         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NATURE-LIB         DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      ********************
       FIN-ECR-LIGNE-CAS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       ECR-LIGNE-REGLE.
      ******************
      *    Ligne du tableau des regles en tete de rapport.
           MOVE WS-RC-COEF TO WS-COEF-EDIT
           STRING "  "                  DELIMITED BY SIZE
                  WS-PROD-CHERCHE       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-RC-MAX-ACTES       DELIMITED BY SIZE
                  "                 "   DELIMITED BY SIZE
                  WS-COEF-EDIT          DELIMITED BY SIZE
                  "          "          DELIMITED BY SIZE
                  WS-RC-NB-MIN          DELIMITED BY SIZE
                  "          "          DELIMITED BY SIZE
                  WS-RC-MAX-BENEF       DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      **********************
       FIN-ECR-LIGNE-REGLE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ************
       ECR-LIGNE.
      ************
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT-ATYPIQUES
           WRITE ENR-RAPPORT-ATYPIQUES
           IF L-Fst-Rap NOT ZERO
              DISPLAY "Erreur ecriture RAPPORT-ATYPIQUES = " L-Fst-Rap
           END-IF
           MOVE SPACES TO WS-LIGNE-RAPPORT
           .
      ****************
       FIN-ECR-LIGNE. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-EXAMINES TO WS-CPT-EDIT
           STRING "DECOMPTES DE L'EXECUTION EXAMINES       : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-EXTRAITS TO WS-CPT-EDIT
           STRING "DECOMPTES EN VIGUEUR A L'ARCHIVE        : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-SUSP-ACTES-MOIS TO WS-CPT-EDIT
           STRING "R1 ACTES PAR BENEFICIAIRE ET PAR MOIS   : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-SUSP-ECART-MOYEN TO WS-CPT-EDIT
           STRING "R2 FRAIS AU-DELA DE LA MOYENNE PRODUIT  : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-SUSP-BENEF-JOUR TO WS-CPT-EDIT
           STRING "R3 BENEFICIAIRES D'UNE POLICE PAR JOUR  : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE CPT-SUSPICIONS TO WS-CPT-EDIT
           STRING "TOTAL DES CAS SIGNALES                  : "
                                                 DELIMITED BY SIZE
                  WS-CPT-EDIT                    DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "LES DECOMPTES SIGNALES RESTENT PAYES : "
                                                 DELIMITED BY SIZE
                  "RAPPORT A L'USAGE DE L'EQUIPE GESTION."
                                                 DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           CLOSE RAPPORT-ATYPIQUES

           DISPLAY "Regles rejetees : "          CPT-REGLES-REJETEES
           DISPLAY "Decomptes en vigueur extraits : " CPT-EXTRAITS
           DISPLAY "Cas signales : "             CPT-SUSPICIONS
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Detect-Atypiques.
      *-----------------------------------------------------------------
