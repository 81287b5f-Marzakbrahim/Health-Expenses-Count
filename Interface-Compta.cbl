       IDENTIFICATION DIVISION.
       PROGRAM-ID. Interface-Compta.

      *-----------------------------------------------------------------
      *    Interface comptable d'une execution de la chaine : produit
      *    les ecritures en partie double a transmettre a la
      *    comptabilite generale, a partir de la ventilation
      *    comptable de Frais-Sante (VENTIL-COMPTABLE, controlee
      *    contre le total de MODIF-DCPT-S), des totaux du journal
      *    des paiements de Gen-Virements (JOURNAL-PAIEMENTS) et des
      *    statuts de paiement de Retour-Banque (STATUTS-PAIEMENT).
      *    Les comptes sont pris au plan de correspondance
      *    PLAN-COMPTABLE, par COD-PROD et type de mouvement :
      *    ORIG, REGU  decomptes d'origine et regularisations
      *                (charge de prestations / assureur a payer) ;
      *    ANNU        annulations : le montant negatif passe en
      *                contre-passation (sens inverses) ;
      *    AJUS        ajustements sur exercice anterieur (compte
      *                propre) ;
      *    PAIE        net vire par Gen-Virements (contre banque),
      *                reemissions comprises ;
      *    IMPU        indus imputes sur les virements ;
      *    INDU        indus nouvellement inscrits ;
      *    REJE        ordres de l'execution rejetes ou retournes
      *                par la banque (statut R de STATUTS-PAIEMENT) :
      *                contre-partie de PAIE, a porter au plan au
      *                debit de la banque et au credit de la dette
      *                envers l'assure. Un paiement rejete puis
      *                reemis n'est ainsi debite qu'une fois, un
      *                paiement a repayer ne reste pas paye.
      *    Les mouvements du journal des paiements et des statuts
      *    sont cherches sous le code produit "**". Un montant
      *    negatif est passe sens inverses, un montant nul ne donne
      *    pas d'ecriture.
      *    Trois lots par execution : PRES (ORIG, REGU, ANNU), AJUS,
      *    REGL (PAIE, IMPU, INDU, REJE). Chaque ligne porte la
      *    reference d'execution ; chaque lot se termine par une
      *    ligne de totaux. Un lot dont le debit differe du credit,
      *    ou dont la ventilation ne redonne pas le total de
      *    MODIF-DCPT-S, est refuse et n'est pas ecrit.
      *    Le lot REGL n'est produit que si le journal des paiements
      *    porte la ligne d'identification de l'execution traitee
      *    ("EXECUTION <reference>") ; les statuts de paiement sont
      *    ceux du retour bancaire des ordres de l'execution
      *    (l'interface passe apres Retour-Banque), seuls les ordres
      *    dont la reference commence par celle de l'execution sont
      *    retenus.
      *    Un produit ou un mouvement sans compte au plan est ecarte
      *    vers la liste des rejets (COMPTA-REJETS).
      *    Code retour : 0, 4 en cas de rejet, de journal des
      *    paiements absent ou d'une autre execution, ou de statuts
      *    de paiement absents, 8 si un lot est refuse ou si le plan,
      *    la ventilation ou l'execution demandee manquent.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Plan de correspondance comptable :
           SELECT PLAN-COMPTABLE ASSIGN DYNAMIC WS-PLAN-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Pla
           .

      *    Ventilation comptable et totaux mensuels de Frais-Sante :
           SELECT VENTIL-COMPTABLE ASSIGN DYNAMIC WS-VENTIL-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ven
           .

           SELECT MODIF-DCPT-S ASSIGN DYNAMIC WS-MODIF-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Mod
           .

      *    Journal des paiements de Gen-Virements :
           SELECT JOURNAL-PAIEMENTS ASSIGN DYNAMIC WS-JOURNAL-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jrn
           .

      *    Statuts de paiement produits par Retour-Banque :
           SELECT STATUTS-PAIEMENT ASSIGN DYNAMIC WS-STATUTS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sta
           .

      *    Fichier d'interface comptable et liste des rejets :
           SELECT INTERFACE-COMPTABLE ASSIGN DYNAMIC WS-INTERFACE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Int
           .

           SELECT COMPTA-REJETS ASSIGN DYNAMIC WS-REJETS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rej
           .

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne par couple produit/mouvement ; le montant
      *    positif est porte au debit du premier compte et au credit
      *    du second.
       FD PLAN-COMPTABLE.
       01 ENR-PLAN-COMPTABLE.
           05 PCM-COD-PROD                            PIC X(02).
           05 FILLER                                   PIC X(01).
           05 PCM-TYPE-MVT                            PIC X(04).
           05 FILLER                                   PIC X(01).
           05 PCM-COMPTE-DEBIT                        PIC X(10).
           05 FILLER                                   PIC X(01).
           05 PCM-COMPTE-CREDIT                       PIC X(10).
           05 FILLER                                   PIC X(01).
           05 PCM-LIBELLE                             PIC X(30).

       FD VENTIL-COMPTABLE.
       01 ENR-VENTIL-COMPTABLE.
           05 VEN-COD-PROD                            PIC X(02).
           05 FILLER                                   PIC X(01).
           05 VEN-ANNEE                               PIC 9(04).
           05 FILLER                                   PIC X(01).
           05 VEN-MOIS                                PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 VEN-TYPE-MVT                            PIC X(04).
           05 FILLER                                   PIC X(01).
           05 VEN-NB                                  PIC 9(10).
           05 FILLER                                   PIC X(01).
           05 VEN-MONT-REMB                           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD MODIF-DCPT-S.
       01 ENR-MODIF-DCPT-S.
           05 ENR-MODIF-DCPT-S-COD-PROD              PIC X(4).
           05 ENR-MODIF-DCPT-S-ETOILE0                PIC X(7).
           05 ENR-MODIF-DCPT-S-LIB-PROD              PIC X(30).
           05 ENR-MODIF-DCPT-S-ETOILE01               PIC X(7).
           05 ENR-MODIF-DCPT-S-Mois                  PIC X(4).
           05 ENR-MODIF-DCPT-S-ETOILE                PIC X(7).
           05 ENR-MODIF-DCPT-S-ANNEE                 PIC X(4).
           05 ENR-MODIF-DCPT-S-ETOILE2               PIC X(7).
           05 ENR-MODIF-DCPT-S-MONT-TOT              PIC S9(20)V99
                                       SIGN LEADING SEPARATE.
           05 ENR-MODIF-DCPT-S-ETOILE3               PIC X(7).
           05 ENR-MODIF-DCPT-S-MONT-FRAIS            PIC S9(20)V99
                                       SIGN LEADING SEPARATE.

       FD JOURNAL-PAIEMENTS.
       01 ENR-JOURNAL-PAIEMENTS                            PIC X(132).

      *    Meme dessin que celui ecrit par Retour-Banque ; la
      *    reference d'ordre commence par la reference de l'execution
      *    emettrice.
       FD STATUTS-PAIEMENT.
       01 ENR-STATUTS-PAIEMENT.
           05 ENR-STA-ORD-REF.
               10 ENR-STA-ORD-RUN-REF                 PIC X(14).
               10 ENR-STA-ORD-SEQ                     PIC X(06).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-ANNEE                           PIC 9(04).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-MOIS                            PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-MONT                            PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Statut : P = paye, R = rejete (a repayer), I = reference
      *    inconnue, E = ecart montant/IBAN, D = retour en double,
      *    S = ordre emis sans retour bancaire.
           05 ENR-STA-STATUT                          PIC X(01).
               88 ENR-STA-REJETE                      VALUE 'R'.
           05 FILLER                                   PIC X(01).
           05 ENR-STA-MOTIF                           PIC X(04).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-LIB                             PIC X(40).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-DAT-RETOUR                      PIC 9(08).

      *    Ligne d'ecriture (E) ou ligne de totaux du lot (T) :
       FD INTERFACE-COMPTABLE.
       01 ENR-INTERFACE-COMPTABLE.
           05 ICP-RUN-REF                             PIC X(14).
           05 FILLER                                   PIC X(01).
           05 ICP-LOT                                 PIC X(04).
           05 FILLER                                   PIC X(01).
           05 ICP-TYPE-LIG                            PIC X(01).
           05 FILLER                                   PIC X(01).
           05 ICP-ECRITURE.
               10 ICP-NUM-LIGNE                       PIC 9(05).
               10 FILLER                               PIC X(01).
               10 ICP-PERIODE                         PIC 9(06).
               10 FILLER                               PIC X(01).
               10 ICP-COMPTE                          PIC X(10).
               10 FILLER                               PIC X(01).
               10 ICP-SENS                            PIC X(01).
               10 FILLER                               PIC X(01).
               10 ICP-MONTANT                         PIC 9(13)V99.
               10 FILLER                               PIC X(01).
               10 ICP-COD-PROD                        PIC X(02).
               10 FILLER                               PIC X(01).
               10 ICP-TYPE-MVT                        PIC X(04).
               10 FILLER                               PIC X(01).
               10 ICP-LIBELLE                         PIC X(30).
           05 ICT-TOTAUX REDEFINES ICP-ECRITURE.
               10 ICT-NB-LIGNES                       PIC 9(05).
               10 FILLER                               PIC X(01).
               10 ICT-TOTAL-DEBIT                     PIC 9(15)V99.
               10 FILLER                               PIC X(01).
               10 ICT-TOTAL-CREDIT                    PIC 9(15)V99.
               10 FILLER                               PIC X(39).

       FD COMPTA-REJETS.
       01 ENR-COMPTA-REJETS                                PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Pla                        PIC XX VALUE "00".
       01 L-Fst-Ven                        PIC XX VALUE "00".
       01 L-Fst-Mod                        PIC XX VALUE "00".
       01 L-Fst-Jrn                        PIC XX VALUE "00".
       01 L-Fst-Sta                        PIC XX VALUE "00".
       01 L-Fst-Int                        PIC XX VALUE "00".
       01 L-Fst-Rej                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-PLAN-PATH                           PIC X(200).
           05 WS-VENTIL-PATH                         PIC X(200).
           05 WS-MODIF-PATH                          PIC X(200).
           05 WS-JOURNAL-PATH                        PIC X(200).
           05 WS-STATUTS-PATH                        PIC X(200).
           05 WS-INTERFACE-PATH                      PIC X(200).
           05 WS-REJETS-PATH                         PIC X(200).

      * Reference d'execution demandee (a defaut celle de la
      * ventilation) et references lues sur les fichiers :
       01 WS-RUN-REF                                     PIC X(14).
       01 WS-RUN-REF-VENTIL                              PIC X(14).
       01 WS-RUN-REF-MODIF                               PIC X(14).
       01 WS-RUN-REF-JOURNAL                             PIC X(14).

      * Booléens pour tester la fin de lecture :

       01 Fin-FICHIER                           PIC 9.
           88 Fin-FICHIER-Oui                      VALUE 1.
           88 Fin-FICHIER-Non                      VALUE 0.

      * Refus de l'interface entiere (plan ou ventilation absents,
      * execution differente de celle demandee) :
       01 WS-REFUS-IND                                    PIC X(01).
           88 WS-INTERFACE-REFUSEE                      VALUE 'O'.
           88 WS-INTERFACE-ACCEPTEE                     VALUE 'N'.

      * Ecart entre la ventilation et MODIF-DCPT-S : les lots PRES
      * et AJUS sont refuses.
       01 WS-ECART-MODIF-IND                              PIC X(01).
           88 WS-ECART-MODIF                            VALUE 'O'.
           88 WS-ACCORD-MODIF                           VALUE 'N'.

      * Totaux du journal utilisables pour l'execution (absents si
      * le journal manque ou releve d'une autre execution) :
       01 WS-JRN-TOTAUX-IND                               PIC X(01).
           88 WS-JRN-TOTAUX-LUS                         VALUE 'O'.
           88 WS-JRN-TOTAUX-ABSENTS                     VALUE 'N'.

       01 WS-STA-IND                                      PIC X(01).
           88 WS-STA-LUS                                VALUE 'O'.
           88 WS-STA-ABSENTS                            VALUE 'N'.

      * Compteurs
       01 COMPTEURS.
           05 CPT-PLAN-LUS                              PIC 9(10).
           05 CPT-PLAN-REJETES                          PIC 9(10).
           05 CPT-VENTIL-LUS                            PIC 9(10).
           05 CPT-MVT-REJETES                           PIC 9(10).
           05 CPT-LIGNES-ECRITES                        PIC 9(10).
           05 CPT-LOTS-ECRITS                           PIC 9(10).
           05 CPT-LOTS-REFUSES                          PIC 9(10).
           05 CPT-REJETS-BANQUE                         PIC 9(10).

      * Totaux de controle : ventilation contre MODIF-DCPT-S, et
      * totaux releves sur le journal des paiements.
       01 WS-TOTAL-VENTIL                               PIC S9(15)V99.
       01 WS-TOTAL-MODIF                                PIC S9(15)V99.
       01 WS-JRN-IMPUTE                                 PIC S9(15)V99.
       01 WS-JRN-NET                                    PIC S9(15)V99.
       01 WS-JRN-INDUS-MONT                             PIC S9(15)V99.
       01 WS-STA-REJETES-MONT                           PIC S9(15)V99.

      * Plan de correspondance charge en table :
       01 WS-TAB-PLAN.
           05 WS-TAB-PLAN-NB                            PIC 9(03)
                                                     VALUE 0.
           05 WS-TAB-PLAN-LIGNE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TAB-PLAN-NB
                   INDEXED BY WS-IDX-PLAN.
               10 WS-TAB-PLAN-COD-PROD                  PIC X(02).
               10 WS-TAB-PLAN-TYPE-MVT                  PIC X(04).
               10 WS-TAB-PLAN-DEBIT                     PIC X(10).
               10 WS-TAB-PLAN-CREDIT                    PIC X(10).
               10 WS-TAB-PLAN-LIBELLE                   PIC X(30).

       01 WS-PLAN-IND                                     PIC X(01).
           88 WS-PLAN-TROUVE                            VALUE 'O'.
           88 WS-PLAN-ABSENT                            VALUE 'N'.

      * Ecritures de l'execution, rangees par lot avant controle de
      * l'equilibre :
       01 WS-TAB-ECR.
           05 WS-TAB-ECR-NB                             PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-ECR-LIGNE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TAB-ECR-NB
                   INDEXED BY WS-IDX-ECR.
               10 WS-TAB-ECR-LOT                        PIC X(04).
               10 WS-TAB-ECR-PERIODE                    PIC 9(06).
               10 WS-TAB-ECR-COMPTE                     PIC X(10).
               10 WS-TAB-ECR-SENS                       PIC X(01).
                   88 WS-TAB-ECR-DEBIT                  VALUE 'D'.
                   88 WS-TAB-ECR-CREDIT                 VALUE 'C'.
               10 WS-TAB-ECR-MONTANT                    PIC 9(13)V99.
               10 WS-TAB-ECR-COD-PROD                   PIC X(02).
               10 WS-TAB-ECR-TYPE-MVT                   PIC X(04).
               10 WS-TAB-ECR-LIBELLE                    PIC X(30).

      * Les trois lots, dans l'ordre d'ecriture :
       01 WS-TAB-LOTS-VALEURS.
           05 FILLER                          PIC X(04) VALUE "PRES".
           05 FILLER                          PIC X(04) VALUE "AJUS".
           05 FILLER                          PIC X(04) VALUE "REGL".
       01 WS-TAB-LOTS REDEFINES WS-TAB-LOTS-VALEURS.
           05 WS-LOT-CODE OCCURS 3 TIMES               PIC X(04).
       01 WS-IDX-LOT                                     PIC 9(01).

      * Mouvement en cours de passation :
       01 WS-MVT.
           05 WS-MVT-LOT                                PIC X(04).
           05 WS-MVT-COD-PROD                           PIC X(02).
           05 WS-MVT-TYPE                               PIC X(04).
           05 WS-MVT-PERIODE                            PIC 9(06).
           05 WS-MVT-MONT                               PIC S9(15)V99.

      * Controle d'un lot :
       01 WS-LOT-NB                                     PIC 9(05).
       01 WS-LOT-DEBIT                                  PIC 9(15)V99.
       01 WS-LOT-CREDIT                                 PIC 9(15)V99.
       01 WS-LOT-ECART-IND                               PIC X(01).
           88 WS-LOT-EQUILIBRE                          VALUE 'O'.
           88 WS-LOT-DESEQUILIBRE                       VALUE 'N'.

      * Zones d'edition :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-SSAAMM                       PIC 9(06).
           05 WS-DATE-JOUR-JJ                           PIC 9(02).
       01 WS-MONT-EDIT                                   PIC -9(15).99.
       01 WS-DEBIT-EDIT                                  PIC -9(15).99.
       01 WS-CREDIT-EDIT                                 PIC -9(15).99.
       01 WS-LIGNE-REJET                                 PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           IF WS-INTERFACE-ACCEPTEE
              PERFORM LECTURE-VENTILATION     THRU
                                              FIN-LECTURE-VENTILATION
           END-IF

           IF WS-INTERFACE-ACCEPTEE
              PERFORM CONTROLE-MODIF          THRU FIN-CONTROLE-MODIF
              PERFORM LECTURE-JOURNAL         THRU FIN-LECTURE-JOURNAL
              PERFORM ECRITURE-LOTS           THRU FIN-ECRITURE-LOTS
           END-IF

           PERFORM FIN                        THRU FIN-FIN

           EVALUATE TRUE
             WHEN WS-INTERFACE-REFUSEE
             WHEN CPT-LOTS-REFUSES > 0
                MOVE 8 TO RETURN-CODE
             WHEN CPT-MVT-REJETES > 0
             WHEN WS-JRN-TOTAUX-ABSENTS
             WHEN WS-STA-ABSENTS
                MOVE 4 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***        INTERFACE COMPTABLE                  ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Pla
                      L-Fst-Ven
                      L-Fst-Mod
                      L-Fst-Jrn
                      L-Fst-Sta
                      L-Fst-Int
                      L-Fst-Rej

           SET WS-INTERFACE-ACCEPTEE TO TRUE
           SET WS-ACCORD-MODIF       TO TRUE
           SET WS-JRN-TOTAUX-ABSENTS TO TRUE
           SET WS-STA-LUS            TO TRUE
           MOVE SPACES TO WS-RUN-REF-VENTIL WS-RUN-REF-MODIF
                          WS-RUN-REF-JOURNAL
           MOVE 0 TO WS-TOTAL-VENTIL WS-TOTAL-MODIF
                     WS-JRN-IMPUTE WS-JRN-NET WS-JRN-INDUS-MONT
                     WS-STA-REJETES-MONT
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           OPEN OUTPUT COMPTA-REJETS
           IF L-Fst-Rej NOT = ZERO
              DISPLAY "Erreur ouverture COMPTA-REJETS = " L-Fst-Rej
           END-IF
           MOVE SPACES TO WS-LIGNE-REJET
           STRING "REJETS DE L'INTERFACE COMPTABLE DU "
                                                 DELIMITED BY SIZE
                  WS-DATE-JOUR                   DELIMITED BY SIZE
             INTO WS-LIGNE-REJET
           END-STRING
           PERFORM ECR-REJET THRU FIN-ECR-REJET

      *    Le fichier d'interface est ouvert des le debut : une
      *    execution refusee ne laisse pas celui d'un passage
      *    precedent.
           OPEN OUTPUT INTERFACE-COMPTABLE
           IF L-Fst-Int NOT = ZERO
              DISPLAY "Erreur ouverture INTERFACE-COMPTABLE = "
                       L-Fst-Int
           END-IF

           PERFORM CHARGE-PLAN THRU FIN-CHARGE-PLAN
           IF WS-TAB-PLAN-NB = 0
              DISPLAY "Plan de correspondance PLAN-COMPTABLE vide ou "
                      "absent : interface refusee"
              MOVE "PLAN DE CORRESPONDANCE VIDE OU ABSENT : INTERFACE "
                                                 TO WS-LIGNE-REJET
              MOVE "REFUSEE" TO WS-LIGNE-REJET (51:7)
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              SET WS-INTERFACE-REFUSEE TO TRUE
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
           MOVE "PLAN-COMPTABLE.txt"      TO WS-PLAN-PATH
           MOVE "VENTIL-COMPTABLE.txt"    TO WS-VENTIL-PATH
           MOVE "MODIF-DCPT-S.txt"        TO WS-MODIF-PATH
           MOVE "JOURNAL-PAIEMENTS.txt"   TO WS-JOURNAL-PATH
           MOVE "STATUTS-PAIEMENT.txt"    TO WS-STATUTS-PATH
           MOVE "INTERFACE-COMPTABLE.txt" TO WS-INTERFACE-PATH
           MOVE "COMPTA-REJETS.txt"       TO WS-REJETS-PATH
           MOVE SPACES                    TO WS-RUN-REF

           ACCEPT WS-PLAN-PATH      FROM ENVIRONMENT
                                            "COMPTA_PLAN_IN"
           ACCEPT WS-VENTIL-PATH    FROM ENVIRONMENT
                                            "COMPTA_VENTIL_IN"
           ACCEPT WS-MODIF-PATH     FROM ENVIRONMENT
                                            "COMPTA_MODIF_IN"
           ACCEPT WS-JOURNAL-PATH   FROM ENVIRONMENT
                                            "COMPTA_JOURNAL_IN"
           ACCEPT WS-STATUTS-PATH   FROM ENVIRONMENT
                                            "COMPTA_STATUTS_IN"
           ACCEPT WS-INTERFACE-PATH FROM ENVIRONMENT
                                            "COMPTA_INTERFACE_OUT"
           ACCEPT WS-REJETS-PATH    FROM ENVIRONMENT
                                            "COMPTA_REJETS_OUT"
           ACCEPT WS-RUN-REF        FROM ENVIRONMENT
                                            "COMPTA_RUN_REF"

           IF WS-PLAN-PATH      = SPACES
              MOVE "PLAN-COMPTABLE.txt"      TO WS-PLAN-PATH
           END-IF
           IF WS-VENTIL-PATH    = SPACES
              MOVE "VENTIL-COMPTABLE.txt"    TO WS-VENTIL-PATH
           END-IF
           IF WS-MODIF-PATH     = SPACES
              MOVE "MODIF-DCPT-S.txt"        TO WS-MODIF-PATH
           END-IF
           IF WS-JOURNAL-PATH   = SPACES
              MOVE "JOURNAL-PAIEMENTS.txt"   TO WS-JOURNAL-PATH
           END-IF
           IF WS-STATUTS-PATH   = SPACES
              MOVE "STATUTS-PAIEMENT.txt"    TO WS-STATUTS-PATH
           END-IF
           IF WS-INTERFACE-PATH = SPACES
              MOVE "INTERFACE-COMPTABLE.txt" TO WS-INTERFACE-PATH
           END-IF
           IF WS-REJETS-PATH    = SPACES
              MOVE "COMPTA-REJETS.txt"       TO WS-REJETS-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      **************
       CHARGE-PLAN.
      **************
      *    Charge le plan de correspondance ; une ligne sans produit,
      *    sans mouvement ou sans l'un des deux comptes, ou un couple
      *    produit/mouvement deja charge, est signale et ignore.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT PLAN-COMPTABLE
           IF L-Fst-Pla NOT = ZERO
              DISPLAY "Plan PLAN-COMPTABLE indisponible, statut = "
                       L-Fst-Pla
              GO TO FIN-CHARGE-PLAN
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ PLAN-COMPTABLE
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-PLAN-LUS
                   PERFORM RANGE-PLAN THRU FIN-RANGE-PLAN
              END-READ
           END-PERFORM
           CLOSE PLAN-COMPTABLE
           DISPLAY "Lignes du plan lues : " CPT-PLAN-LUS
           .
      ******************
       FIN-CHARGE-PLAN. EXIT.
      ******************
      *-----------------------------------------------------------------
      *************
       RANGE-PLAN.
      *************
           IF PCM-COD-PROD      = SPACES
           OR PCM-TYPE-MVT      = SPACES
           OR PCM-COMPTE-DEBIT  = SPACES
           OR PCM-COMPTE-CREDIT = SPACES
              DISPLAY "Ligne du plan incomplete ignoree : "
                       ENR-PLAN-COMPTABLE
              ADD 1 TO CPT-PLAN-REJETES
              GO TO FIN-RANGE-PLAN
           END-IF
           MOVE PCM-COD-PROD TO WS-MVT-COD-PROD
           MOVE PCM-TYPE-MVT TO WS-MVT-TYPE
           PERFORM CHERCHE-PLAN THRU FIN-CHERCHE-PLAN
           EVALUATE TRUE
             WHEN WS-PLAN-TROUVE
                DISPLAY "Ligne du plan en double ignoree : "
                         ENR-PLAN-COMPTABLE
                ADD 1 TO CPT-PLAN-REJETES
             WHEN WS-TAB-PLAN-NB < 500
                ADD 1 TO WS-TAB-PLAN-NB
                SET WS-IDX-PLAN TO WS-TAB-PLAN-NB
                MOVE PCM-COD-PROD      TO
                     WS-TAB-PLAN-COD-PROD (WS-IDX-PLAN)
                MOVE PCM-TYPE-MVT      TO
                     WS-TAB-PLAN-TYPE-MVT (WS-IDX-PLAN)
                MOVE PCM-COMPTE-DEBIT  TO
                     WS-TAB-PLAN-DEBIT    (WS-IDX-PLAN)
                MOVE PCM-COMPTE-CREDIT TO
                     WS-TAB-PLAN-CREDIT   (WS-IDX-PLAN)
                MOVE PCM-LIBELLE       TO
                     WS-TAB-PLAN-LIBELLE  (WS-IDX-PLAN)
             WHEN OTHER
                DISPLAY "Table du plan saturee, ligne ignoree : "
                         ENR-PLAN-COMPTABLE
                ADD 1 TO CPT-PLAN-REJETES
           END-EVALUATE
           .
      *****************
       FIN-RANGE-PLAN. EXIT.
      *****************
      *-----------------------------------------------------------------
      ***************
       CHERCHE-PLAN.
      ***************
      *    Recherche du couple WS-MVT-COD-PROD / WS-MVT-TYPE au plan.
           SET WS-PLAN-ABSENT TO TRUE
           IF WS-TAB-PLAN-NB > 0
              SET WS-IDX-PLAN TO 1
              SEARCH WS-TAB-PLAN-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-PLAN-COD-PROD (WS-IDX-PLAN) =
                                            WS-MVT-COD-PROD
                 AND WS-TAB-PLAN-TYPE-MVT (WS-IDX-PLAN) =
                                            WS-MVT-TYPE
                   SET WS-PLAN-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      *******************
       FIN-CHERCHE-PLAN. EXIT.
      *******************
      *-----------------------------------------------------------------
      **********************
       LECTURE-VENTILATION.
      **********************
      *    Ligne d'identification de l'execution puis une ligne par
      *    produit/mois/mouvement : chaque ligne est passee en
      *    ecritures dans le lot AJUS (ajustements) ou PRES.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT VENTIL-COMPTABLE
           IF L-Fst-Ven NOT = ZERO
              DISPLAY "Ventilation VENTIL-COMPTABLE indisponible, "
                      "statut = " L-Fst-Ven
              MOVE "VENTILATION COMPTABLE ABSENTE : INTERFACE REFUSEE"
                                                 TO WS-LIGNE-REJET
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              SET WS-INTERFACE-REFUSEE TO TRUE
              GO TO FIN-LECTURE-VENTILATION
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ VENTIL-COMPTABLE
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   EVALUATE TRUE
                     WHEN ENR-VENTIL-COMPTABLE (1:10) = "EXECUTION "
                        MOVE ENR-VENTIL-COMPTABLE (11:14) TO
                                         WS-RUN-REF-VENTIL
                     WHEN VEN-MONT-REMB IS NUMERIC
                        ADD 1 TO CPT-VENTIL-LUS
                        ADD VEN-MONT-REMB TO WS-TOTAL-VENTIL
                        IF VEN-TYPE-MVT = "AJUS"
                           MOVE "AJUS" TO WS-MVT-LOT
                        ELSE
                           MOVE "PRES" TO WS-MVT-LOT
                        END-IF
                        MOVE VEN-COD-PROD  TO WS-MVT-COD-PROD
                        MOVE VEN-TYPE-MVT  TO WS-MVT-TYPE
                        COMPUTE WS-MVT-PERIODE =
                                VEN-ANNEE * 100 + VEN-MOIS
                        MOVE VEN-MONT-REMB TO WS-MVT-MONT
                        PERFORM PASSE-MOUVEMENT THRU
                                         FIN-PASSE-MOUVEMENT
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE VENTIL-COMPTABLE

      *    L'execution demandee doit etre celle de la ventilation.
           IF WS-RUN-REF = SPACES
              MOVE WS-RUN-REF-VENTIL TO WS-RUN-REF
           END-IF
           IF WS-RUN-REF-VENTIL NOT = WS-RUN-REF
              DISPLAY "Ventilation de l'execution " WS-RUN-REF-VENTIL
                      ", execution demandee " WS-RUN-REF
              MOVE SPACES TO WS-LIGNE-REJET
              STRING "VENTILATION DE L'EXECUTION "
                                                 DELIMITED BY SIZE
                     WS-RUN-REF-VENTIL           DELIMITED BY SIZE
                     " AU LIEU DE "              DELIMITED BY SIZE
                     WS-RUN-REF                  DELIMITED BY SIZE
                     " : INTERFACE REFUSEE"      DELIMITED BY SIZE
                INTO WS-LIGNE-REJET
              END-STRING
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              SET WS-INTERFACE-REFUSEE TO TRUE
              GO TO FIN-LECTURE-VENTILATION
           END-IF
           DISPLAY "Execution : " WS-RUN-REF
           .
      **************************
       FIN-LECTURE-VENTILATION. EXIT.
      **************************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-MODIF.
      *****************
      *    La ventilation doit redonner le total de MODIF-DCPT-S de
      *    la meme execution ; a defaut les lots PRES et AJUS sont
      *    refuses.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT MODIF-DCPT-S
           IF L-Fst-Mod NOT = ZERO
              DISPLAY "Fichier MODIF-DCPT-S indisponible, statut = "
                       L-Fst-Mod
              SET WS-ECART-MODIF TO TRUE
              MOVE "MODIF-DCPT-S ABSENT : TOTAL DE LA VENTILATION NON "
                                                 TO WS-LIGNE-REJET
              MOVE "CONTROLE" TO WS-LIGNE-REJET (51:8)
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-CONTROLE-MODIF
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ MODIF-DCPT-S
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   EVALUATE TRUE
                     WHEN ENR-MODIF-DCPT-S (1:10) = "EXECUTION "
                        MOVE ENR-MODIF-DCPT-S (11:14) TO
                                         WS-RUN-REF-MODIF
                     WHEN ENR-MODIF-DCPT-S-COD-PROD = "PROD"
                        CONTINUE
                     WHEN ENR-MODIF-DCPT-S-MONT-TOT IS NUMERIC
                        ADD ENR-MODIF-DCPT-S-MONT-TOT TO
                                         WS-TOTAL-MODIF
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE MODIF-DCPT-S

           IF WS-RUN-REF-MODIF NOT = WS-RUN-REF
           OR WS-TOTAL-MODIF   NOT = WS-TOTAL-VENTIL
              SET WS-ECART-MODIF TO TRUE
              MOVE WS-TOTAL-VENTIL TO WS-DEBIT-EDIT
              MOVE WS-TOTAL-MODIF  TO WS-CREDIT-EDIT
              MOVE SPACES TO WS-LIGNE-REJET
              STRING "ECART VENTILATION "        DELIMITED BY SIZE
                     WS-DEBIT-EDIT               DELIMITED BY SIZE
                     " / MODIF-DCPT-S "          DELIMITED BY SIZE
                     WS-RUN-REF-MODIF            DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-CREDIT-EDIT              DELIMITED BY SIZE
                INTO WS-LIGNE-REJET
              END-STRING
              PERFORM ECR-REJET THRU FIN-ECR-REJET
           END-IF
           .
      *********************
       FIN-CONTROLE-MODIF. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       LECTURE-JOURNAL.
      ******************
      *    Ligne d'identification de l'execution et lignes de totaux
      *    du journal des paiements (memes positions que celles
      *    relues par Balance-Chaine) : indus imputes et net vire,
      *    indus inscrits ; puis ordres rejetes par la banque. Lot
      *    REGL, periode du jour. Un journal sans identification ou
      *    d'une autre execution n'est pas passe : ses montants
      *    seraient portes sous une reference qui n'est pas la leur.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT JOURNAL-PAIEMENTS
           IF L-Fst-Jrn NOT = ZERO
              DISPLAY "Fichier JOURNAL-PAIEMENTS indisponible, "
                      "statut = " L-Fst-Jrn
              MOVE "JOURNAL DES PAIEMENTS ABSENT : LOT REGL NON PRODUIT"
                                                 TO WS-LIGNE-REJET
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-LECTURE-JOURNAL
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ JOURNAL-PAIEMENTS
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   EVALUATE TRUE
                     WHEN ENR-JOURNAL-PAIEMENTS (1:10) = "EXECUTION "
                        MOVE ENR-JOURNAL-PAIEMENTS (11:14) TO
                                         WS-RUN-REF-JOURNAL
                     WHEN ENR-JOURNAL-PAIEMENTS (1:11) = "TOTAL BRUT "
                        SET WS-JRN-TOTAUX-LUS TO TRUE
                        COMPUTE WS-JRN-IMPUTE = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (46:19))
                        COMPUTE WS-JRN-NET = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (75:19))
                     WHEN ENR-JOURNAL-PAIEMENTS (1:15) =
                                                "INDUS INSCRITS "
                        COMPUTE WS-JRN-INDUS-MONT = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (35:19))
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE JOURNAL-PAIEMENTS

           IF WS-JRN-TOTAUX-ABSENTS
              MOVE "JOURNAL DES PAIEMENTS SANS TOTAUX : LOT REGL NON "
                                                 TO WS-LIGNE-REJET
              MOVE "PRODUIT" TO WS-LIGNE-REJET (50:7)
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-LECTURE-JOURNAL
           END-IF

           IF WS-RUN-REF-JOURNAL NOT = WS-RUN-REF
              DISPLAY "Journal des paiements de l'execution "
                       WS-RUN-REF-JOURNAL ", execution traitee "
                       WS-RUN-REF
              SET WS-JRN-TOTAUX-ABSENTS TO TRUE
              IF WS-RUN-REF-JOURNAL = SPACES
                 MOVE "JOURNAL DES PAIEMENTS SANS IDENTIFICATION DE "
                                                 TO WS-LIGNE-REJET
                 MOVE "L'EXECUTION : LOT REGL NON PRODUIT" TO
                                         WS-LIGNE-REJET (46:34)
              ELSE
                 STRING "JOURNAL DES PAIEMENTS DE L'EXECUTION "
                                                 DELIMITED BY SIZE
                        WS-RUN-REF-JOURNAL       DELIMITED BY SIZE
                        " AU LIEU DE "           DELIMITED BY SIZE
                        WS-RUN-REF               DELIMITED BY SIZE
                        " : LOT REGL NON PRODUIT"
                                                 DELIMITED BY SIZE
                   INTO WS-LIGNE-REJET
                 END-STRING
              END-IF
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-LECTURE-JOURNAL
           END-IF

           MOVE "REGL"               TO WS-MVT-LOT
           MOVE "**"                 TO WS-MVT-COD-PROD
           MOVE WS-DATE-JOUR-SSAAMM  TO WS-MVT-PERIODE
           MOVE "PAIE"               TO WS-MVT-TYPE
           MOVE WS-JRN-NET           TO WS-MVT-MONT
           PERFORM PASSE-MOUVEMENT THRU FIN-PASSE-MOUVEMENT
           MOVE "IMPU"               TO WS-MVT-TYPE
           MOVE WS-JRN-IMPUTE        TO WS-MVT-MONT
           PERFORM PASSE-MOUVEMENT THRU FIN-PASSE-MOUVEMENT
           MOVE "INDU"               TO WS-MVT-TYPE
           MOVE WS-JRN-INDUS-MONT    TO WS-MVT-MONT
           PERFORM PASSE-MOUVEMENT THRU FIN-PASSE-MOUVEMENT

           PERFORM LECTURE-STATUTS THRU FIN-LECTURE-STATUTS
           .
      **********************
       FIN-LECTURE-JOURNAL. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       LECTURE-STATUTS.
      ******************
      *    Ordres de l'execution rejetes ou retournes par la banque
      *    (statut R de Retour-Banque) : leur montant, compte dans
      *    PAIE, est contre-passe par le mouvement REJE du lot REGL.
      *    Un ordre reemis porte la reference de l'execution qui l'a
      *    reemis : son rejet eventuel est passe avec elle. Statuts
      *    absents : rejets bancaires non passes, signale.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT STATUTS-PAIEMENT
           IF L-Fst-Sta NOT = ZERO
              DISPLAY "Fichier STATUTS-PAIEMENT indisponible, "
                      "statut = " L-Fst-Sta
              SET WS-STA-ABSENTS TO TRUE
              MOVE "STATUTS DE PAIEMENT ABSENTS : REJETS BANCAIRES "
                                                 TO WS-LIGNE-REJET
              MOVE "NON PASSES" TO WS-LIGNE-REJET (48:10)
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-LECTURE-STATUTS
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ STATUTS-PAIEMENT
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   IF ENR-STA-REJETE
                    AND ENR-STA-ORD-RUN-REF = WS-RUN-REF
                    AND ENR-STA-MONT IS NUMERIC
                      ADD 1 TO CPT-REJETS-BANQUE
                      ADD ENR-STA-MONT TO WS-STA-REJETES-MONT
                   END-IF
              END-READ
           END-PERFORM
           CLOSE STATUTS-PAIEMENT
           DISPLAY "Ordres de l'execution rejetes par la banque : "
                    CPT-REJETS-BANQUE

           MOVE "REJE"               TO WS-MVT-TYPE
           MOVE WS-STA-REJETES-MONT  TO WS-MVT-MONT
           PERFORM PASSE-MOUVEMENT THRU FIN-PASSE-MOUVEMENT
           .
      **********************
       FIN-LECTURE-STATUTS. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       PASSE-MOUVEMENT.
      ******************
      *    Passe le mouvement WS-MVT en deux lignes (debit et credit)
      *    selon le plan ; un montant negatif est passe sens
      *    inverses (contre-passation). Sans compte au plan, le
      *    mouvement est rejete.
           IF WS-MVT-MONT = 0
              GO TO FIN-PASSE-MOUVEMENT
           END-IF
           PERFORM CHERCHE-PLAN THRU FIN-CHERCHE-PLAN
           IF WS-PLAN-ABSENT
              ADD 1 TO CPT-MVT-REJETES
              MOVE WS-MVT-MONT TO WS-MONT-EDIT
              MOVE SPACES TO WS-LIGNE-REJET
              STRING "PRODUIT "                  DELIMITED BY SIZE
                     WS-MVT-COD-PROD             DELIMITED BY SIZE
                     " MOUVEMENT "               DELIMITED BY SIZE
                     WS-MVT-TYPE                 DELIMITED BY SIZE
                     " PERIODE "                 DELIMITED BY SIZE
                     WS-MVT-PERIODE              DELIMITED BY SIZE
                     " MONTANT "                 DELIMITED BY SIZE
                     WS-MONT-EDIT                DELIMITED BY SIZE
                     " : AUCUN COMPTE AU PLAN"   DELIMITED BY SIZE
                INTO WS-LIGNE-REJET
              END-STRING
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-PASSE-MOUVEMENT
           END-IF
           IF WS-TAB-ECR-NB > 4998
              ADD 1 TO CPT-MVT-REJETES
              MOVE "TABLE DES ECRITURES SATUREE, MOUVEMENT NON PASSE"
                                                 TO WS-LIGNE-REJET
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              GO TO FIN-PASSE-MOUVEMENT
           END-IF

           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > 2
              ADD 1 TO WS-TAB-ECR-NB
              SET WS-IDX-ECR TO WS-TAB-ECR-NB
              MOVE WS-MVT-LOT      TO WS-TAB-ECR-LOT      (WS-IDX-ECR)
              MOVE WS-MVT-PERIODE  TO WS-TAB-ECR-PERIODE  (WS-IDX-ECR)
              MOVE WS-MVT-COD-PROD TO WS-TAB-ECR-COD-PROD (WS-IDX-ECR)
              MOVE WS-MVT-TYPE     TO WS-TAB-ECR-TYPE-MVT (WS-IDX-ECR)
              MOVE WS-TAB-PLAN-LIBELLE (WS-IDX-PLAN) TO
                                      WS-TAB-ECR-LIBELLE  (WS-IDX-ECR)
              IF WS-MVT-MONT > 0
                 MOVE WS-MVT-MONT TO WS-TAB-ECR-MONTANT (WS-IDX-ECR)
              ELSE
                 COMPUTE WS-TAB-ECR-MONTANT (WS-IDX-ECR) =
                         0 - WS-MVT-MONT
              END-IF
      *       Premiere ligne au compte de debit du plan, seconde au
      *       compte de credit ; sens inverses si montant negatif.
              IF WS-IDX-LOT = 1
                 MOVE WS-TAB-PLAN-DEBIT (WS-IDX-PLAN) TO
                                      WS-TAB-ECR-COMPTE   (WS-IDX-ECR)
                 IF WS-MVT-MONT > 0
                    SET WS-TAB-ECR-DEBIT  (WS-IDX-ECR) TO TRUE
                 ELSE
                    SET WS-TAB-ECR-CREDIT (WS-IDX-ECR) TO TRUE
                 END-IF
              ELSE
                 MOVE WS-TAB-PLAN-CREDIT (WS-IDX-PLAN) TO
                                      WS-TAB-ECR-COMPTE   (WS-IDX-ECR)
                 IF WS-MVT-MONT > 0
                    SET WS-TAB-ECR-CREDIT (WS-IDX-ECR) TO TRUE
                 ELSE
                    SET WS-TAB-ECR-DEBIT  (WS-IDX-ECR) TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
      **********************
       FIN-PASSE-MOUVEMENT. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       ECRITURE-LOTS.
      ****************
      *    Controle puis ecriture des lots dans l'ordre PRES, AJUS,
      *    REGL.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > 3
              PERFORM ECRITURE-LOT THRU FIN-ECRITURE-LOT
           END-PERFORM
           .
      ********************
       FIN-ECRITURE-LOTS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       ECRITURE-LOT.
      ***************
      *    Totalise debit et credit du lot WS-LOT-CODE (WS-IDX-LOT) ;
      *    un lot desequilibre, ou un lot de prestations dont la
      *    ventilation s'ecarte de MODIF-DCPT-S, est refuse.
           MOVE 0 TO WS-LOT-NB WS-LOT-DEBIT WS-LOT-CREDIT
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-TAB-ECR-NB
              IF WS-TAB-ECR-LOT (WS-IDX-ECR) = WS-LOT-CODE (WS-IDX-LOT)
                 ADD 1 TO WS-LOT-NB
                 IF WS-TAB-ECR-DEBIT (WS-IDX-ECR)
                    ADD WS-TAB-ECR-MONTANT (WS-IDX-ECR) TO WS-LOT-DEBIT
                 ELSE
                    ADD WS-TAB-ECR-MONTANT (WS-IDX-ECR) TO
                                                      WS-LOT-CREDIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LOT-NB = 0
              DISPLAY "Lot " WS-LOT-CODE (WS-IDX-LOT) " : aucune "
                      "ecriture"
              GO TO FIN-ECRITURE-LOT
           END-IF

           SET WS-LOT-EQUILIBRE TO TRUE
           IF WS-LOT-DEBIT NOT = WS-LOT-CREDIT
              SET WS-LOT-DESEQUILIBRE TO TRUE
           END-IF
           IF WS-ECART-MODIF
           AND WS-LOT-CODE (WS-IDX-LOT) NOT = "REGL"
              SET WS-LOT-DESEQUILIBRE TO TRUE
           END-IF
           IF WS-LOT-DESEQUILIBRE
              ADD 1 TO CPT-LOTS-REFUSES
              MOVE WS-LOT-DEBIT  TO WS-DEBIT-EDIT
              MOVE WS-LOT-CREDIT TO WS-CREDIT-EDIT
              MOVE SPACES TO WS-LIGNE-REJET
              STRING "LOT "                      DELIMITED BY SIZE
                     WS-LOT-CODE (WS-IDX-LOT)    DELIMITED BY SIZE
                     " EXECUTION "               DELIMITED BY SIZE
                     WS-RUN-REF                  DELIMITED BY SIZE
                     " REFUSE : DEBIT "          DELIMITED BY SIZE
                     WS-DEBIT-EDIT               DELIMITED BY SIZE
                     " CREDIT "                  DELIMITED BY SIZE
                     WS-CREDIT-EDIT              DELIMITED BY SIZE
                INTO WS-LIGNE-REJET
              END-STRING
              PERFORM ECR-REJET THRU FIN-ECR-REJET
              DISPLAY "Lot " WS-LOT-CODE (WS-IDX-LOT) " refuse"
              GO TO FIN-ECRITURE-LOT
           END-IF

           MOVE 0 TO WS-LOT-NB
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-TAB-ECR-NB
              IF WS-TAB-ECR-LOT (WS-IDX-ECR) = WS-LOT-CODE (WS-IDX-LOT)
                 ADD 1 TO WS-LOT-NB
                 MOVE SPACES                   TO
                                       ENR-INTERFACE-COMPTABLE
                 MOVE WS-RUN-REF               TO ICP-RUN-REF
                 MOVE WS-LOT-CODE (WS-IDX-LOT) TO ICP-LOT
                 MOVE 'E'                      TO ICP-TYPE-LIG
                 MOVE WS-LOT-NB                TO ICP-NUM-LIGNE
                 MOVE WS-TAB-ECR-PERIODE  (WS-IDX-ECR) TO ICP-PERIODE
                 MOVE WS-TAB-ECR-COMPTE   (WS-IDX-ECR) TO ICP-COMPTE
                 MOVE WS-TAB-ECR-SENS     (WS-IDX-ECR) TO ICP-SENS
                 MOVE WS-TAB-ECR-MONTANT  (WS-IDX-ECR) TO ICP-MONTANT
                 MOVE WS-TAB-ECR-COD-PROD (WS-IDX-ECR) TO ICP-COD-PROD
                 MOVE WS-TAB-ECR-TYPE-MVT (WS-IDX-ECR) TO ICP-TYPE-MVT
                 MOVE WS-TAB-ECR-LIBELLE  (WS-IDX-ECR) TO ICP-LIBELLE
                 PERFORM ECR-INTERFACE THRU FIN-ECR-INTERFACE
              END-IF
           END-PERFORM

           MOVE SPACES                   TO ENR-INTERFACE-COMPTABLE
           MOVE WS-RUN-REF               TO ICP-RUN-REF
           MOVE WS-LOT-CODE (WS-IDX-LOT) TO ICP-LOT
           MOVE 'T'                      TO ICP-TYPE-LIG
           MOVE WS-LOT-NB                TO ICT-NB-LIGNES
           MOVE WS-LOT-DEBIT             TO ICT-TOTAL-DEBIT
           MOVE WS-LOT-CREDIT            TO ICT-TOTAL-CREDIT
           PERFORM ECR-INTERFACE THRU FIN-ECR-INTERFACE
           ADD 1 TO CPT-LOTS-ECRITS
           DISPLAY "Lot " WS-LOT-CODE (WS-IDX-LOT) " ecrit : "
                   WS-LOT-NB " lignes"
           .
      *******************
       FIN-ECRITURE-LOT. EXIT.
      *******************
      *-----------------------------------------------------------------
      ****************
       ECR-INTERFACE.
      ****************
           WRITE ENR-INTERFACE-COMPTABLE
           IF L-Fst-Int NOT ZERO
              DISPLAY "Erreur ecriture INTERFACE-COMPTABLE = "
                       L-Fst-Int
           END-IF
           ADD 1 TO CPT-LIGNES-ECRITES
           .
      ********************
       FIN-ECR-INTERFACE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       ECR-REJET.
      ************
           MOVE WS-LIGNE-REJET TO ENR-COMPTA-REJETS
           WRITE ENR-COMPTA-REJETS
           IF L-Fst-Rej NOT ZERO
              DISPLAY "Erreur ecriture COMPTA-REJETS = " L-Fst-Rej
           END-IF
           MOVE SPACES TO WS-LIGNE-REJET
           .
      ****************
       FIN-ECR-REJET. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           CLOSE INTERFACE-COMPTABLE
           CLOSE COMPTA-REJETS

           DISPLAY "Lignes de ventilation lues : " CPT-VENTIL-LUS
           DISPLAY "Ordres rejetes par la banque passes : "
                    CPT-REJETS-BANQUE
           DISPLAY "Mouvements rejetes (sans compte) : "
                    CPT-MVT-REJETES
           DISPLAY "Lots ecrits : "                CPT-LOTS-ECRITS
           DISPLAY "Lots refuses : "               CPT-LOTS-REFUSES
           DISPLAY "Lignes d'interface ecrites : " CPT-LIGNES-ECRITES
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Interface-Compta.
      *-----------------------------------------------------------------
