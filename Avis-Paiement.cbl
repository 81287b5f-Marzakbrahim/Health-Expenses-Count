       IDENTIFICATION DIVISION.
       PROGRAM-ID. Avis-Paiement.

      *-----------------------------------------------------------------
      *    Edition des avis de paiement adresses aux adherents : un
      *    avis par ordre de virement emis ou reemis par Gen-Virements
      *    et un avis de non-paiement par detail police/mois reste
      *    impaye, a partir du fichier des avis a editer
      *    (AVIS-A-EDITER) produit par Gen-Virements.
      *    L'avis porte la reference de l'ordre, la date d'execution
      *    et le compte credite (IBAN masque : quatre premiers et
      *    quatre derniers caracteres en clair), puis le detail des
      *    decomptes de la police pour le mois, repris de l'archive
      *    des decomptes (execution Frais-Sante du detail, periode de
      *    comptabilisation = mois paye) : beneficiaire, date de
      *    soins, libelle du produit (PRODUITS), frais engages, taux
      *    et franchise du bareme en vigueur a la date de soins
      *    (BAREMES), montant rembourse. Les regularisations et les
      *    annulations sont editees a part, en lignes distinctes. Le
      *    total des decomptes, diminue des indus deduits, redonne le
      *    montant vire. Un avis de non-paiement donne le motif.
      *    Un avis dont les decomptes ne redonnent pas les montants
      *    de Gen-Virements est edite et signale a la console.
      *    Code retour : 0, 4 si un avis presente un ecart, 8 si le
      *    fichier des avis ou l'archive sont indisponibles.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Avis a editer produits par Gen-Virements :
           SELECT AVIS-A-EDITER ASSIGN DYNAMIC WS-AVIS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ave
           .

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

      *    Referentiels produits et baremes :
           SELECT PRODUITS ASSIGN DYNAMIC WS-PRODUITS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Prd
           .

           SELECT BAREMES ASSIGN DYNAMIC WS-BAREMES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Bar
           .

      *    Avis de paiement edites :
           SELECT AVIS-PAIEMENT ASSIGN DYNAMIC WS-EDITION-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Edi
           .

       DATA DIVISION.
       FILE SECTION.

       FD AVIS-A-EDITER.
       01 ENR-AVIS-A-EDITER.
      *    Type : P = ordre emis, R = ordre reemis apres rejet
      *    bancaire, N = detail non paye (motif en clair).
           05 AVE-TYPE                                PIC X(01).
               88 AVE-PAYE                            VALUE 'P'.
               88 AVE-REEMIS                          VALUE 'R'.
               88 AVE-NON-PAYE                        VALUE 'N'.
           05 FILLER                                   PIC X(01).
           05 AVE-ORD-REF                             PIC X(20).
           05 FILLER                                   PIC X(01).
           05 AVE-DAT-EXEC                            PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 AVE-NUM-PLC                             PIC X(12).
           05 FILLER                                   PIC X(01).
           05 AVE-ANNEE                               PIC 9(04).
           05 AVE-MOIS                                PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 AVE-RUN-REF                             PIC X(14).
           05 FILLER                                   PIC X(01).
           05 AVE-IBAN                                PIC X(34).
           05 FILLER                                   PIC X(01).
           05 AVE-MONT-BRUT                           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                                   PIC X(01).
           05 AVE-MONT-IMPUTE                         PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
           05 AVE-MONT-NET                            PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
           05 AVE-ORD-REF-PRECED                      PIC X(20).
           05 FILLER                                   PIC X(01).
           05 AVE-MOTIF-REJET                         PIC X(04).
           05 FILLER                                   PIC X(01).
           05 AVE-MOTIF                               PIC X(60).

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
               88 ARC-TYPE-REGULARISATION             VALUE 'R'.
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

       FD AVIS-PAIEMENT.
       01 ENR-AVIS-PAIEMENT                                PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Ave                        PIC XX VALUE "00".
       01 L-Fst-Arc                        PIC XX VALUE "00".
       01 L-Fst-Prd                        PIC XX VALUE "00".
       01 L-Fst-Bar                        PIC XX VALUE "00".
       01 L-Fst-Edi                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-AVIS-PATH                           PIC X(200).
           05 WS-ARCHIVE-PATH                        PIC X(200).
           05 WS-PRODUITS-PATH                       PIC X(200).
           05 WS-BAREMES-PATH                        PIC X(200).
           05 WS-EDITION-PATH                        PIC X(200).

      * Booléens pour tester la fin de lecture :

       01 Fin-AVIS                              PIC 9.
           88 Fin-AVIS-Oui                         VALUE 1.
           88 Fin-AVIS-Non                         VALUE 0.

       01 Fin-ARCHIVE                           PIC 9.
           88 Fin-ARCHIVE-Oui                      VALUE 1.
           88 Fin-ARCHIVE-Non                      VALUE 0.

       01 Fin-FICHIER                           PIC 9.
           88 Fin-FICHIER-Oui                      VALUE 1.
           88 Fin-FICHIER-Non                      VALUE 0.

      * Refus de l'edition (fichier des avis ou archive absents) :
       01 WS-REFUS-IND                                    PIC X(01).
           88 WS-EDITION-REFUSEE                        VALUE 'O'.
           88 WS-EDITION-ACCEPTEE                        VALUE 'N'.

      * Compteurs
       01 COMPTEURS.
           05 CPT-AVIS-LUS                              PIC 9(10).
           05 CPT-AVIS-PAIEMENT                         PIC 9(10).
           05 CPT-AVIS-NON-PAIEMENT                     PIC 9(10).
           05 CPT-AVIS-ECARTS                           PIC 9(10).
           05 CPT-DECOMPTES-EDITES                      PIC 9(10).

      * Referentiel produits charge en table :
       01 WS-TAB-PRODUITS.
           05 WS-TAB-PRODUITS-NB                        PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-PRODUITS-LIGNE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TAB-PRODUITS-NB
                   INDEXED BY WS-IDX-PRODUIT.
               10 WS-TAB-PRODUITS-COD-PROD              PIC X(02).
               10 WS-TAB-PRODUITS-LIB                   PIC X(30).

      * Baremes charges en table (toutes dates d'effet) :
       01 WS-TAB-BAREMES.
           05 WS-TAB-BAREMES-NB                         PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-BAREMES-LIGNE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TAB-BAREMES-NB
                   INDEXED BY WS-IDX-BAREME.
               10 WS-TAB-BAREMES-COD-PROD               PIC X(02).
               10 WS-TAB-BAREMES-DAT-EFFET              PIC 9(08).
               10 WS-TAB-BAREMES-TAUX                   PIC 9(03)V99.
               10 WS-TAB-BAREMES-FRANCHISE              PIC 9(05)V99.

       01 WS-BAREME-TROUVE-IND                            PIC X(01).
           88 WS-BAREME-TROUVE                          VALUE 'O'.
           88 WS-BAREME-ABSENT                           VALUE 'N'.
       01 WS-BAREME-DAT-RETENUE                          PIC 9(08).
       01 WS-BAREME-TAUX                                 PIC 9(03)V99.
       01 WS-BAREME-FRANCHISE                            PIC 9(05)V99.

      * Decomptes de l'avis courant, repris de l'archive dans
      * l'ordre des dates de soins :
       01 WS-TAB-DECOMPTES.
           05 WS-TAB-DCPT-NB                            PIC 9(04)
                                                     VALUE 0.
           05 WS-TAB-DCPT-LIGNE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TAB-DCPT-NB
                   INDEXED BY WS-IDX-DCPT.
               10 WS-TAB-DCPT-NUM-BENEF                 PIC X(10).
               10 WS-TAB-DCPT-DAT-SOINS                 PIC 9(08).
               10 WS-TAB-DCPT-COD-PROD                  PIC X(02).
               10 WS-TAB-DCPT-TYPE-ENR                  PIC X(01).
               10 WS-TAB-DCPT-MONT-FRAIS                PIC S9(07)V99.
               10 WS-TAB-DCPT-MONT-REMB                 PIC S9(07)V99.

       01 WS-DCPT-SATURE-IND                              PIC X(01).
           88 WS-DCPT-SATURE                            VALUE 'O'.
           88 WS-DCPT-COMPLET                           VALUE 'N'.

      * Sections de l'avis : decomptes d'origine, regularisations,
      * annulations (type d'enregistrement et titre) :
       01 WS-TAB-SECTIONS-VALEURS.
           05 FILLER                          PIC X(01) VALUE 'O'.
           05 FILLER                          PIC X(30)
                                    VALUE "DECOMPTES DU MOIS".
           05 FILLER                          PIC X(01) VALUE 'R'.
           05 FILLER                          PIC X(30)
                                    VALUE "REGULARISATIONS".
           05 FILLER                          PIC X(01) VALUE 'A'.
           05 FILLER                          PIC X(30)
                                    VALUE "ANNULATIONS".
       01 WS-TAB-SECTIONS REDEFINES WS-TAB-SECTIONS-VALEURS.
           05 WS-SECTION OCCURS 3 TIMES.
               10 WS-SECTION-TYPE                       PIC X(01).
               10 WS-SECTION-TITRE                      PIC X(30).
       01 WS-IDX-SECTION                                 PIC 9(01).
       01 WS-TYPE-LIGNE                                  PIC X(01).
       01 WS-SECTION-NB                                  PIC 9(04).

      * Totaux de l'avis courant :
       01 WS-TOTAL-DECOMPTES                            PIC S9(13)V99.
       01 WS-TOTAL-SECTION                              PIC S9(13)V99.
       01 WS-MONT-DEDUIT                                PIC S9(13)V99.
       01 WS-ECART-IND                                    PIC X(01).
           88 WS-AVIS-ECART                             VALUE 'O'.
           88 WS-AVIS-JUSTE                             VALUE 'N'.

      * IBAN masque :
       01 WS-IBAN-MASQUE                                 PIC X(34).
       01 WS-IBAN-LONG                                   PIC 9(02).
       01 WS-IBAN-NB-MASQUE                              PIC 9(02).

      * Zones d'edition :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-DATE-EDIT.
           05 WS-DATE-EDIT-JJ                           PIC 9(02).
           05 FILLER                                     PIC X(01)
                                                     VALUE '/'.
           05 WS-DATE-EDIT-MM                           PIC 9(02).
           05 FILLER                                     PIC X(01)
                                                     VALUE '/'.
           05 WS-DATE-EDIT-SSAA                         PIC 9(04).
       01 WS-DATE-R                                      PIC 9(08).
       01 FILLER REDEFINES WS-DATE-R.
           05 WS-DATE-R-SSAA                            PIC 9(04).
           05 WS-DATE-R-MM                              PIC 9(02).
           05 WS-DATE-R-JJ                              PIC 9(02).
       01 WS-FRAIS-EDIT                                  PIC -9(07).99.
       01 WS-MONT-EDIT                                   PIC -9(07).99.
       01 WS-TAUX-EDIT                                   PIC ZZ9.99.
       01 WS-FRANCHISE-EDIT                              PIC ZZZZ9.99.
       01 WS-TOTAL-EDIT                                  PIC -9(13).99.
       01 WS-LIB-PRODUIT                                 PIC X(30).
       01 WS-LIB-TOTAL                                   PIC X(60).
       01 WS-LIGNE-AVIS                                  PIC X(132).
       01 WS-LIGNE-SEPARATION                            PIC X(100)
                                                     VALUE ALL '='.
       01 WS-LIGNE-TIRETS                                PIC X(100)
                                                     VALUE ALL '-'.

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           IF WS-EDITION-REFUSEE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM TRAITEMENT                 THRU FIN-TRAITEMENT

           PERFORM FIN                        THRU FIN-FIN

      *    Un avis ne redonne pas les montants de Gen-Virements :
      *    code retour 4, les avis restent edites.
           IF CPT-AVIS-ECARTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***         EDITION DES AVIS DE PAIEMENT        ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Ave
                      L-Fst-Arc
                      L-Fst-Prd
                      L-Fst-Bar
                      L-Fst-Edi

           SET WS-EDITION-ACCEPTEE TO TRUE
           SET Fin-AVIS-Non        TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           PERFORM CHARGE-PRODUITS THRU FIN-CHARGE-PRODUITS

           PERFORM CHARGE-BAREMES THRU FIN-CHARGE-BAREMES

           OPEN INPUT AVIS-A-EDITER
           IF L-Fst-Ave NOT = ZERO
              DISPLAY "Fichier AVIS-A-EDITER indisponible, statut = "
                       L-Fst-Ave
              SET WS-EDITION-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN INPUT ARCHIVE-DECOMPTES
           IF L-Fst-Arc NOT = ZERO
              DISPLAY "Archive ARCHIVE-DECOMPTES indisponible, "
                       "statut = " L-Fst-Arc
              CLOSE AVIS-A-EDITER
              SET WS-EDITION-REFUSEE TO TRUE
              GO TO FIN-INITIALISATION
           END-IF

           OPEN OUTPUT AVIS-PAIEMENT
           IF L-Fst-Edi NOT = ZERO
              DISPLAY "Erreur ouverture AVIS-PAIEMENT = " L-Fst-Edi
           END-IF
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
           MOVE "AVIS-A-EDITER.txt"      TO WS-AVIS-PATH
           MOVE "ARCHIVE-DECOMPTES.dat"  TO WS-ARCHIVE-PATH
           MOVE "PRODUITS.txt"           TO WS-PRODUITS-PATH
           MOVE "BAREMES.txt"            TO WS-BAREMES-PATH
           MOVE "AVIS-PAIEMENT.txt"      TO WS-EDITION-PATH

           ACCEPT WS-AVIS-PATH     FROM ENVIRONMENT
                                            "AVIS_A_EDITER_IN"
           ACCEPT WS-ARCHIVE-PATH  FROM ENVIRONMENT
                                            "AVIS_ARCHIVE_FILE"
           ACCEPT WS-PRODUITS-PATH FROM ENVIRONMENT
                                            "AVIS_PRODUITS_IN"
           ACCEPT WS-BAREMES-PATH  FROM ENVIRONMENT
                                            "AVIS_BAREMES_IN"
           ACCEPT WS-EDITION-PATH  FROM ENVIRONMENT
                                            "AVIS_PAIEMENT_OUT"

           IF WS-AVIS-PATH     = SPACES MOVE "AVIS-A-EDITER.txt" TO
                                                       WS-AVIS-PATH
           END-IF
           IF WS-ARCHIVE-PATH  = SPACES MOVE "ARCHIVE-DECOMPTES.dat" TO
                                                       WS-ARCHIVE-PATH
           END-IF
           IF WS-PRODUITS-PATH = SPACES MOVE "PRODUITS.txt" TO
                                                       WS-PRODUITS-PATH
           END-IF
           IF WS-BAREMES-PATH  = SPACES MOVE "BAREMES.txt" TO
                                                       WS-BAREMES-PATH
           END-IF
           IF WS-EDITION-PATH  = SPACES MOVE "AVIS-PAIEMENT.txt" TO
                                                       WS-EDITION-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******************
       CHARGE-PRODUITS.
      ******************
      *    Libelles des produits ; un referentiel absent laisse le
      *    code produit seul sur les avis.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT PRODUITS
           IF L-Fst-Prd NOT = ZERO
              DISPLAY "Referentiel PRODUITS indisponible, statut = "
                       L-Fst-Prd
              GO TO FIN-CHARGE-PRODUITS
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ PRODUITS
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-PRODUITS-NB < 500
                      ADD 1 TO WS-TAB-PRODUITS-NB
                      SET WS-IDX-PRODUIT TO WS-TAB-PRODUITS-NB
                      MOVE ENR-PRODUITS-COD-PROD TO
                           WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT)
                      MOVE ENR-PRODUITS-LIB      TO
                           WS-TAB-PRODUITS-LIB      (WS-IDX-PRODUIT)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUITS
           .
      **********************
       FIN-CHARGE-PRODUITS. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       CHARGE-BAREMES.
      *****************
      *    Baremes de toutes dates d'effet : le taux et la franchise
      *    edites sont ceux qu'a appliques Frais-Sante a la date de
      *    soins.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT BAREMES
           IF L-Fst-Bar NOT = ZERO
              DISPLAY "Referentiel BAREMES indisponible, statut = "
                       L-Fst-Bar
              GO TO FIN-CHARGE-BAREMES
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ BAREMES
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-BAREMES-NB < 500
                      ADD 1 TO WS-TAB-BAREMES-NB
                      SET WS-IDX-BAREME TO WS-TAB-BAREMES-NB
                      MOVE ENR-BAREMES-COD-PROD  TO
                           WS-TAB-BAREMES-COD-PROD  (WS-IDX-BAREME)
                      MOVE ENR-BAREMES-DAT-EFFET TO
                           WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BAREME)
                      MOVE ENR-BAREMES-TAUX      TO
                           WS-TAB-BAREMES-TAUX      (WS-IDX-BAREME)
                      MOVE ENR-BAREMES-FRANCHISE TO
                           WS-TAB-BAREMES-FRANCHISE (WS-IDX-BAREME)
                   END-IF
              END-READ
           END-PERFORM
           CLOSE BAREMES
           .
      *********************
       FIN-CHARGE-BAREMES. EXIT.
      *********************
      *-----------------------------------------------------------------
      *************
       TRAITEMENT.
      *************
           PERFORM UNTIL Fin-AVIS-Oui
              READ AVIS-A-EDITER
                AT END
                   SET Fin-AVIS-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-AVIS-LUS
                   PERFORM EDITE-AVIS THRU FIN-EDITE-AVIS
              END-READ
           END-PERFORM
           .
      *****************
       FIN-TRAITEMENT. EXIT.
      *****************
      *-----------------------------------------------------------------
      *************
       EDITE-AVIS.
      *************
      *    Un avis : entete, decomptes par section, totaux.
           SET WS-AVIS-JUSTE TO TRUE
           PERFORM CHARGE-DECOMPTES THRU FIN-CHARGE-DECOMPTES
           PERFORM ECR-ENTETE-AVIS  THRU FIN-ECR-ENTETE-AVIS
           PERFORM VARYING WS-IDX-SECTION FROM 1 BY 1
                   UNTIL WS-IDX-SECTION > 3
              PERFORM ECR-SECTION THRU FIN-ECR-SECTION
           END-PERFORM
           PERFORM ECR-TOTAUX-AVIS  THRU FIN-ECR-TOTAUX-AVIS

           IF WS-AVIS-ECART
              ADD 1 TO CPT-AVIS-ECARTS
              DISPLAY "Avis " AVE-NUM-PLC " " AVE-ANNEE "/" AVE-MOIS
                      " ordre " AVE-ORD-REF " : decomptes de "
                      "l'archive en ecart avec Gen-Virements"
           END-IF
           .
      *****************
       FIN-EDITE-AVIS. EXIT.
      *****************
      *-----------------------------------------------------------------
      *******************
       CHARGE-DECOMPTES.
      *******************
      *    Decomptes archives de la police produits par l'execution
      *    du detail et comptabilises sur le mois paye : lecture de
      *    l'archive par la cle police/date de soins.
           MOVE 0 TO WS-TAB-DCPT-NB
           MOVE 0 TO WS-TOTAL-DECOMPTES
           SET WS-DCPT-COMPLET TO TRUE
           SET Fin-ARCHIVE-Non TO TRUE
           MOVE AVE-NUM-PLC TO ARC-NUM-PLC
           MOVE ZERO        TO ARC-DAT-SOINS
           MOVE LOW-VALUES  TO ARC-RUN-REF
           MOVE ZERO        TO ARC-SEQ
           START ARCHIVE-DECOMPTES KEY IS >= ARC-CLE
             INVALID KEY
                SET Fin-ARCHIVE-Oui TO TRUE
           END-START
           PERFORM UNTIL Fin-ARCHIVE-Oui
              READ ARCHIVE-DECOMPTES NEXT RECORD
                AT END
                   SET Fin-ARCHIVE-Oui TO TRUE
                NOT AT END
                   IF ARC-NUM-PLC NOT = AVE-NUM-PLC
                      SET Fin-ARCHIVE-Oui TO TRUE
                   ELSE
                      IF  ARC-RUN-REF   = AVE-RUN-REF
                      AND ARC-PER-ANNEE = AVE-ANNEE
                      AND ARC-PER-MOIS  = AVE-MOIS
                         PERFORM RANGE-DECOMPTE THRU
                                         FIN-RANGE-DECOMPTE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
           IF WS-DCPT-SATURE
              SET WS-AVIS-ECART TO TRUE
           END-IF
           .
      ***********************
       FIN-CHARGE-DECOMPTES. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *****************
       RANGE-DECOMPTE.
      *****************
           IF WS-TAB-DCPT-NB NOT < 2000
              SET WS-DCPT-SATURE TO TRUE
              GO TO FIN-RANGE-DECOMPTE
           END-IF
           ADD 1 TO WS-TAB-DCPT-NB
           SET WS-IDX-DCPT TO WS-TAB-DCPT-NB
           MOVE ARC-NUM-BENEF  TO WS-TAB-DCPT-NUM-BENEF  (WS-IDX-DCPT)
           MOVE ARC-DAT-SOINS  TO WS-TAB-DCPT-DAT-SOINS  (WS-IDX-DCPT)
           MOVE ARC-COD-PROD   TO WS-TAB-DCPT-COD-PROD   (WS-IDX-DCPT)
           MOVE ARC-MONT-FRAIS TO WS-TAB-DCPT-MONT-FRAIS (WS-IDX-DCPT)
           MOVE ARC-MONT-REMB  TO WS-TAB-DCPT-MONT-REMB  (WS-IDX-DCPT)
           EVALUATE TRUE
             WHEN ARC-TYPE-ANNULATION
                MOVE 'A' TO WS-TAB-DCPT-TYPE-ENR (WS-IDX-DCPT)
             WHEN ARC-TYPE-REGULARISATION
                MOVE 'R' TO WS-TAB-DCPT-TYPE-ENR (WS-IDX-DCPT)
             WHEN OTHER
                MOVE 'O' TO WS-TAB-DCPT-TYPE-ENR (WS-IDX-DCPT)
           END-EVALUATE
           ADD ARC-MONT-REMB TO WS-TOTAL-DECOMPTES
           .
      *********************
       FIN-RANGE-DECOMPTE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       ECR-ENTETE-AVIS.
      ******************
           MOVE WS-LIGNE-SEPARATION TO WS-LIGNE-AVIS
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           MOVE WS-DATE-JOUR TO WS-DATE-R
           PERFORM EDITE-DATE THRU FIN-EDITE-DATE
           IF AVE-NON-PAYE
              ADD 1 TO CPT-AVIS-NON-PAIEMENT
              MOVE "AVIS DE NON-PAIEMENT" TO WS-LIGNE-AVIS
           ELSE
              ADD 1 TO CPT-AVIS-PAIEMENT
              MOVE "AVIS DE PAIEMENT" TO WS-LIGNE-AVIS
           END-IF
           MOVE "EDITE LE " TO WS-LIGNE-AVIS (81:9)
           MOVE WS-DATE-EDIT TO WS-LIGNE-AVIS (90:10)
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           STRING "POLICE            : "  DELIMITED BY SIZE
                  AVE-NUM-PLC             DELIMITED BY SIZE
                  "      MOIS PAYE : "    DELIMITED BY SIZE
                  AVE-MOIS                DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  AVE-ANNEE               DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE

           IF AVE-NON-PAYE
              STRING "MOTIF             : "  DELIMITED BY SIZE
                     AVE-MOTIF               DELIMITED BY SIZE
                INTO WS-LIGNE-AVIS
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              IF AVE-ORD-REF-PRECED NOT = SPACES
                 STRING "VIREMENT REJETE    : "
                                            DELIMITED BY SIZE
                        AVE-ORD-REF-PRECED  DELIMITED BY SIZE
                        " (MOTIF BANCAIRE " DELIMITED BY SIZE
                        AVE-MOTIF-REJET     DELIMITED BY SIZE
                        ")"                 DELIMITED BY SIZE
                   INTO WS-LIGNE-AVIS
                 END-STRING
                 PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              END-IF
              PERFORM ECR-TITRES-COLONNES THRU
                                         FIN-ECR-TITRES-COLONNES
              GO TO FIN-ECR-ENTETE-AVIS
           END-IF

           MOVE AVE-DAT-EXEC TO WS-DATE-R
           PERFORM EDITE-DATE THRU FIN-EDITE-DATE
           PERFORM MASQUE-IBAN THRU FIN-MASQUE-IBAN
           STRING "ORDRE DE VIREMENT : "  DELIMITED BY SIZE
                  AVE-ORD-REF             DELIMITED BY SIZE
                  "      EXECUTE LE : "   DELIMITED BY SIZE
                  WS-DATE-EDIT            DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "COMPTE CREDITE    : "  DELIMITED BY SIZE
                  WS-IBAN-MASQUE          DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           IF AVE-REEMIS
              STRING "EN REMPLACEMENT DU VIREMENT "
                                          DELIMITED BY SIZE
                     AVE-ORD-REF-PRECED   DELIMITED BY SIZE
                     " REJETE PAR LA BANQUE (MOTIF "
                                          DELIMITED BY SIZE
                     AVE-MOTIF-REJET      DELIMITED BY SIZE
                     ")"                  DELIMITED BY SIZE
                INTO WS-LIGNE-AVIS
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-IF
           PERFORM ECR-TITRES-COLONNES THRU FIN-ECR-TITRES-COLONNES
           .
      **********************
       FIN-ECR-ENTETE-AVIS. EXIT.
      **********************
      *-----------------------------------------------------------------
      **********************
       ECR-TITRES-COLONNES.
      **********************
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "  BENEFICIAIRE  DATE SOINS  PRODUIT"
                                          DELIMITED BY SIZE
                  "                               FRAIS    TAUX"
                                          DELIMITED BY SIZE
                  "  FRANCHISE    REMBOURSE"
                                          DELIMITED BY SIZE
             INTO WS-LIGNE-AVIS
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE-AVIS
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      **************************
       FIN-ECR-TITRES-COLONNES. EXIT.
      **************************
      *-----------------------------------------------------------------
      **************
       ECR-SECTION.
      **************
      *    Lignes des decomptes du type de la section WS-IDX-SECTION,
      *    precedees du titre et suivies du sous-total ; section vide
      *    non editee.
           MOVE WS-SECTION-TYPE (WS-IDX-SECTION) TO WS-TYPE-LIGNE
           MOVE 0 TO WS-SECTION-NB
           MOVE 0 TO WS-TOTAL-SECTION
           PERFORM VARYING WS-IDX-DCPT FROM 1 BY 1
                   UNTIL WS-IDX-DCPT > WS-TAB-DCPT-NB
              IF WS-TAB-DCPT-TYPE-ENR (WS-IDX-DCPT) = WS-TYPE-LIGNE
                 IF WS-SECTION-NB = 0
                    MOVE WS-SECTION-TITRE (WS-IDX-SECTION) TO
                                            WS-LIGNE-AVIS
                    PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
                 END-IF
                 ADD 1 TO WS-SECTION-NB
                 ADD WS-TAB-DCPT-MONT-REMB (WS-IDX-DCPT) TO
                                            WS-TOTAL-SECTION
                 PERFORM ECR-LIGNE-DECOMPTE THRU
                                            FIN-ECR-LIGNE-DECOMPTE
              END-IF
           END-PERFORM
           IF WS-SECTION-NB > 0
              MOVE WS-TOTAL-SECTION TO WS-MONT-EDIT
              STRING "  SOUS-TOTAL "      DELIMITED BY SIZE
                     WS-SECTION-TITRE (WS-IDX-SECTION)
                                          DELIMITED BY SIZE
                INTO WS-LIGNE-AVIS
              END-STRING
              MOVE WS-MONT-EDIT TO WS-LIGNE-AVIS (90:11)
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-IF
           .
      ******************
       FIN-ECR-SECTION. EXIT.
      ******************
      *-----------------------------------------------------------------
      *********************
       ECR-LIGNE-DECOMPTE.
      *********************
      *    Ligne du decompte WS-IDX-DCPT : libelle du produit, taux et
      *    franchise du bareme en vigueur a la date de soins (a blanc
      *    si le bareme n'est plus connu).
           MOVE WS-TAB-DCPT-COD-PROD (WS-IDX-DCPT) TO WS-LIB-PRODUIT
           SET WS-IDX-PRODUIT TO 1
           SEARCH WS-TAB-PRODUITS-LIGNE
             AT END
                CONTINUE
             WHEN WS-TAB-PRODUITS-COD-PROD (WS-IDX-PRODUIT) =
                              WS-TAB-DCPT-COD-PROD (WS-IDX-DCPT)
                MOVE WS-TAB-PRODUITS-LIB (WS-IDX-PRODUIT) TO
                                            WS-LIB-PRODUIT
           END-SEARCH
           PERFORM CHERCHE-BAREME THRU FIN-CHERCHE-BAREME

           MOVE WS-TAB-DCPT-DAT-SOINS  (WS-IDX-DCPT) TO WS-DATE-R
           PERFORM EDITE-DATE THRU FIN-EDITE-DATE
           MOVE WS-TAB-DCPT-MONT-FRAIS (WS-IDX-DCPT) TO WS-FRAIS-EDIT
           MOVE WS-TAB-DCPT-MONT-REMB  (WS-IDX-DCPT) TO WS-MONT-EDIT

           MOVE WS-TAB-DCPT-NUM-BENEF (WS-IDX-DCPT) TO
                                            WS-LIGNE-AVIS (3:10)
           MOVE WS-DATE-EDIT    TO WS-LIGNE-AVIS (17:10)
           MOVE WS-LIB-PRODUIT  TO WS-LIGNE-AVIS (29:30)
           MOVE WS-FRAIS-EDIT   TO WS-LIGNE-AVIS (60:11)
           IF WS-BAREME-TROUVE
              MOVE WS-BAREME-TAUX      TO WS-TAUX-EDIT
              MOVE WS-BAREME-FRANCHISE TO WS-FRANCHISE-EDIT
              MOVE WS-TAUX-EDIT        TO WS-LIGNE-AVIS (72:6)
              MOVE "%"                 TO WS-LIGNE-AVIS (78:1)
              MOVE WS-FRANCHISE-EDIT   TO WS-LIGNE-AVIS (81:8)
           END-IF
           MOVE WS-MONT-EDIT    TO WS-LIGNE-AVIS (90:11)
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           ADD 1 TO CPT-DECOMPTES-EDITES
           .
      *************************
       FIN-ECR-LIGNE-DECOMPTE. EXIT.
      *************************
      *-----------------------------------------------------------------
      ******************
       ECR-TOTAUX-AVIS.
      ******************
      *    Total des decomptes, indus deduits, montant vire. Sur un
      *    ordre emis, la part deduite est celle imputee par
      *    Gen-Virements ; sur une reemission, c'est l'ecart entre
      *    les decomptes et le montant reemis (imputation faite au
      *    premier virement).
           IF WS-TAB-DCPT-NB = 0
              MOVE "  AUCUN DECOMPTE RETROUVE POUR CE MOIS"
                                         TO WS-LIGNE-AVIS
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              SET WS-AVIS-ECART TO TRUE
           END-IF
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE-AVIS
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE "TOTAL DES DECOMPTES" TO WS-LIB-TOTAL
           MOVE WS-TOTAL-DECOMPTES TO WS-TOTAL-EDIT
           PERFORM ECR-LIGNE-TOTAL THRU FIN-ECR-LIGNE-TOTAL

           EVALUATE TRUE
             WHEN AVE-PAYE
                MOVE AVE-MONT-IMPUTE TO WS-MONT-DEDUIT
                IF WS-TOTAL-DECOMPTES NOT = AVE-MONT-BRUT
                OR WS-TOTAL-DECOMPTES - WS-MONT-DEDUIT NOT =
                                            AVE-MONT-NET
                   SET WS-AVIS-ECART TO TRUE
                END-IF
             WHEN AVE-REEMIS
                COMPUTE WS-MONT-DEDUIT =
                        WS-TOTAL-DECOMPTES - AVE-MONT-NET
                IF WS-MONT-DEDUIT < 0
                   SET WS-AVIS-ECART TO TRUE
                END-IF
             WHEN OTHER
                MOVE AVE-MONT-IMPUTE TO WS-MONT-DEDUIT
                IF AVE-ORD-REF-PRECED = SPACES
                AND WS-TOTAL-DECOMPTES NOT = AVE-MONT-BRUT
                   SET WS-AVIS-ECART TO TRUE
                END-IF
           END-EVALUATE

           IF WS-MONT-DEDUIT NOT = 0
              MOVE "INDUS DEDUITS (SOMMES DUES PAR LA POLICE)" TO
                                            WS-LIB-TOTAL
              COMPUTE WS-TOTAL-EDIT = 0 - WS-MONT-DEDUIT
              PERFORM ECR-LIGNE-TOTAL THRU FIN-ECR-LIGNE-TOTAL
           END-IF

           IF AVE-NON-PAYE
              MOVE "AUCUN VIREMENT N'EST EMIS POUR CE MOIS" TO
                                            WS-LIGNE-AVIS
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           ELSE
              MOVE "MONTANT VIRE" TO WS-LIB-TOTAL
              MOVE AVE-MONT-NET TO WS-TOTAL-EDIT
              PERFORM ECR-LIGNE-TOTAL THRU FIN-ECR-LIGNE-TOTAL
           END-IF
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      **********************
       FIN-ECR-TOTAUX-AVIS. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       ECR-LIGNE-TOTAL.
      ******************
           MOVE WS-LIB-TOTAL  TO WS-LIGNE-AVIS (1:60)
           MOVE WS-TOTAL-EDIT TO WS-LIGNE-AVIS (84:17)
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      **********************
       FIN-ECR-LIGNE-TOTAL. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       CHERCHE-BAREME.
      *****************
      *    Bareme du produit du decompte WS-IDX-DCPT en vigueur a sa
      *    date de soins : parmi les lignes du produit dont la date
      *    d'effet ne depasse pas la date de soins, celle de date
      *    d'effet la plus recente (meme regle que Frais-Sante).
           SET WS-BAREME-ABSENT TO TRUE
           MOVE ZERO TO WS-BAREME-DAT-RETENUE
           MOVE ZERO TO WS-BAREME-TAUX
           MOVE ZERO TO WS-BAREME-FRANCHISE
           PERFORM VARYING WS-IDX-BAREME FROM 1 BY 1
                   UNTIL WS-IDX-BAREME > WS-TAB-BAREMES-NB
              IF WS-TAB-BAREMES-COD-PROD (WS-IDX-BAREME) =
                              WS-TAB-DCPT-COD-PROD (WS-IDX-DCPT)
               AND WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BAREME) <=
                              WS-TAB-DCPT-DAT-SOINS (WS-IDX-DCPT)
               AND WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BAREME) >=
                              WS-BAREME-DAT-RETENUE
                 SET WS-BAREME-TROUVE TO TRUE
                 MOVE WS-TAB-BAREMES-DAT-EFFET (WS-IDX-BAREME)
                                         TO WS-BAREME-DAT-RETENUE
                 MOVE WS-TAB-BAREMES-TAUX (WS-IDX-BAREME)
                                         TO WS-BAREME-TAUX
                 MOVE WS-TAB-BAREMES-FRANCHISE (WS-IDX-BAREME)
                                         TO WS-BAREME-FRANCHISE
              END-IF
           END-PERFORM
           .
      *********************
       FIN-CHERCHE-BAREME. EXIT.
      *********************
      *-----------------------------------------------------------------
      **************
       MASQUE-IBAN.
      **************
      *    IBAN de l'ordre masque par des etoiles, sauf les quatre
      *    premiers et les quatre derniers caracteres.
           MOVE AVE-IBAN TO WS-IBAN-MASQUE
           MOVE 0 TO WS-IBAN-LONG
           INSPECT AVE-IBAN TALLYING WS-IBAN-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-LONG > 8
              COMPUTE WS-IBAN-NB-MASQUE = WS-IBAN-LONG - 8
              MOVE ALL '*' TO WS-IBAN-MASQUE (5:WS-IBAN-NB-MASQUE)
           END-IF
           .
      ******************
       FIN-MASQUE-IBAN. EXIT.
      ******************
      *-----------------------------------------------------------------
      *************
       EDITE-DATE.
      *************
      *    Date SSAAMMJJ de WS-DATE-R editee JJ/MM/SSAA.
           MOVE WS-DATE-R-JJ   TO WS-DATE-EDIT-JJ
           MOVE WS-DATE-R-MM   TO WS-DATE-EDIT-MM
           MOVE WS-DATE-R-SSAA TO WS-DATE-EDIT-SSAA
           .
      *****************
       FIN-EDITE-DATE. EXIT.
      *****************
      *-----------------------------------------------------------------
      ************
       ECR-LIGNE.
      ************
           MOVE WS-LIGNE-AVIS TO ENR-AVIS-PAIEMENT
           WRITE ENR-AVIS-PAIEMENT
           IF L-Fst-Edi NOT ZERO
              DISPLAY "Erreur ecriture AVIS-PAIEMENT = " L-Fst-Edi
           END-IF
           MOVE SPACES TO WS-LIGNE-AVIS
           .
      ****************
       FIN-ECR-LIGNE. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           CLOSE AVIS-A-EDITER
           CLOSE ARCHIVE-DECOMPTES
           CLOSE AVIS-PAIEMENT

           DISPLAY "Avis lus : "                    CPT-AVIS-LUS
           DISPLAY "Avis de paiement edites : "     CPT-AVIS-PAIEMENT
           DISPLAY "Avis de non-paiement edites : "
                    CPT-AVIS-NON-PAIEMENT
           DISPLAY "Lignes de decomptes editees : " CPT-DECOMPTES-EDITES
           DISPLAY "Avis en ecart : "               CPT-AVIS-ECARTS
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Avis-Paiement.
      *-----------------------------------------------------------------
