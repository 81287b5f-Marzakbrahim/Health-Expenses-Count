       IDENTIFICATION DIVISION.
       PROGRAM-ID. Retour-Banque.

      *-----------------------------------------------------------------
      *    Traitement des retours bancaires sur les ordres de
      *    virement emis par Gen-Virements : relit le fichier retour
      *    de la banque (une ligne par ordre execute ou rejete/
      *    retourne, avec le code motif bancaire du rejet), rapproche
      *    chaque retour de l'ordre emis par sa reference (ORD-REF),
      *    controle que le montant et l'IBAN du retour sont ceux de
      *    l'ordre, et produit :
      *    - le fichier des statuts de paiement, une ligne par ordre
      *      ou par retour : paye, rejete (avec le motif bancaire),
      *      reference inconnue, ecart de montant ou d'IBAN, retour en
      *      double, ordre emis reste sans retour ;
      *    - la mise a jour du registre des paiements tenu par
      *      Gen-Virements : un paiement rejete passe au statut R (a
      *      repayer) et sera reemis par le prochain passage de
      *      Gen-Virements une fois la domiciliation corrigee ; un
      *      paiement confirme passe au statut P. Le registre etant
      *      indexe par execution/police/mois, un meme detail n'est
      *      jamais paye deux fois.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Ordres de virement emis par Gen-Virements :
           SELECT ORDRES-VIREMENT ASSIGN DYNAMIC WS-ORDRES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ord
           .

      *    Fichier retour de la banque :
           SELECT RETOUR-BANQUE ASSIGN DYNAMIC WS-RETOUR-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ret
           .

      *    Registre des paiements (relu puis reecrit) :
           SELECT PAIEMENTS-REGISTRE ASSIGN DYNAMIC WS-REGISTRE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Reg
           .

      *    Statuts de paiement produits :
           SELECT STATUTS-PAIEMENT ASSIGN DYNAMIC WS-STATUTS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sta
           .

       DATA DIVISION.
       FILE SECTION.

       FD ORDRES-VIREMENT.
       01 ENR-ORDRES-VIREMENT.
           05 ENR-ORD-REF                             PIC X(20).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-DAT-EXEC                        PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-ANNEE                           PIC 9(04).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-MOIS                            PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-ORD-MONT                            PIC 9(13)V99.

       FD RETOUR-BANQUE.
       01 ENR-RETOUR-BANQUE.
           05 ENR-RET-ORD-REF                         PIC X(20).
           05 FILLER                                   PIC X(01).
           05 ENR-RET-DAT-RETOUR                      PIC 9(08).
           05 FILLER                                   PIC X(01).
      *    Statut bancaire : P = execute, R = rejete ou retourne.
           05 ENR-RET-STATUT                          PIC X(01).
               88 ENR-RET-EXECUTE                     VALUE 'P'.
               88 ENR-RET-REJETE                      VALUE 'R'.
           05 FILLER                                   PIC X(01).
      *    Code motif bancaire du rejet (AC01, AC04, MD07...) :
           05 ENR-RET-MOTIF                           PIC X(04).
           05 FILLER                                   PIC X(01).
           05 ENR-RET-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-RET-MONT                            PIC 9(13)V99.

       FD PAIEMENTS-REGISTRE.
       01 ENR-REGISTRE.
      *    Cle : execution emettrice, police et mois du detail :
           05 ENR-REG-RUN-REF                         PIC X(14).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-ANNEE                           PIC 9(04).
           05 ENR-REG-MOIS                            PIC 9(02).
           05 FILLER                                   PIC X(01).
      *    Ordre en vigueur (dernier emis) et ordre d'origine :
           05 ENR-REG-ORD-REF                         PIC X(20).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-ORD-REF-ORIG                    PIC X(20).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-DAT-EXEC                        PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-IBAN                            PIC X(34).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-MONT                            PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Statut : E = emis, P = paye (confirme par la banque),
      *    R = rejete par la banque, a repayer, C = entierement
      *    compense par les indus (pas d'ordre) ; motif bancaire du
      *    dernier rejet :
           05 ENR-REG-STATUT                          PIC X(01).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-MOTIF                           PIC X(04).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-DAT-STATUT                      PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-REG-NB-EMIS                         PIC 9(02).

       FD STATUTS-PAIEMENT.
       01 ENR-STATUTS-PAIEMENT.
           05 ENR-STA-ORD-REF                         PIC X(20).
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
           05 FILLER                                   PIC X(01).
           05 ENR-STA-MOTIF                           PIC X(04).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-LIB                             PIC X(40).
           05 FILLER                                   PIC X(01).
           05 ENR-STA-DAT-RETOUR                      PIC 9(08).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Ord                        PIC XX VALUE "00".
       01 L-Fst-Ret                        PIC XX VALUE "00".
       01 L-Fst-Reg                        PIC XX VALUE "00".
       01 L-Fst-Sta                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-ORDRES-PATH                         PIC X(200).
           05 WS-RETOUR-PATH                         PIC X(200).
           05 WS-REGISTRE-PATH                       PIC X(200).
           05 WS-STATUTS-PATH                        PIC X(200).

      * Booléens pour tester la fin de lecture :

       01 Fin-ORDRES                            PIC 9.
           88 Fin-ORDRES-Oui                       VALUE 1.
           88 Fin-ORDRES-Non                       VALUE 0.

       01 Fin-RETOUR                            PIC 9.
           88 Fin-RETOUR-Oui                       VALUE 1.
           88 Fin-RETOUR-Non                       VALUE 0.

       01 Fin-REGISTRE                          PIC 9.
           88 Fin-REGISTRE-Oui                     VALUE 1.
           88 Fin-REGISTRE-Non                     VALUE 0.

      * Compteurs
       01 COMPTEURS.
           05 CPT-ORDRES-LUS                            PIC 9(10).
           05 CPT-RETOURS-LUS                           PIC 9(10).
           05 CPT-REG-CHARGES                           PIC 9(10).
           05 CPT-PAYES                                 PIC 9(10).
           05 CPT-REJETES                               PIC 9(10).
           05 CPT-INCONNUS                              PIC 9(10).
           05 CPT-ECARTS                                PIC 9(10).
           05 CPT-DOUBLES                               PIC 9(10).
           05 CPT-SANS-RETOUR                           PIC 9(10).
           05 CPT-REG-CREES                             PIC 9(10).

      * Totaux :
       01 WS-TOTAL-PAYES                                PIC 9(15)V99.
       01 WS-TOTAL-REJETES                              PIC 9(15)V99.
       01 WS-TOTAL-SANS-RETOUR                          PIC 9(15)V99.

      * Ordres emis charges en table (bornee a 10000 ordres par
      * lot) ; l'indicateur de retour marque les ordres deja
      * rapproches d'un retour bancaire :
       01 WS-TAB-ORDRES.
           05 WS-TAB-ORD-NB                             PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-ORD-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-ORD-NB
                   INDEXED BY WS-IDX-ORD.
               10 WS-TAB-ORD-REF                        PIC X(20).
               10 WS-TAB-ORD-DAT-EXEC                   PIC 9(08).
               10 WS-TAB-ORD-NUM-PLC                    PIC X(12).
               10 WS-TAB-ORD-ANNEE                      PIC 9(04).
               10 WS-TAB-ORD-MOIS                       PIC 9(02).
               10 WS-TAB-ORD-IBAN                       PIC X(34).
               10 WS-TAB-ORD-BIC                        PIC X(11).
               10 WS-TAB-ORD-MONT                       PIC 9(13)V99.
               10 WS-TAB-ORD-RETOUR-IND                 PIC X(01).
                   88 WS-ORD-AVEC-RETOUR              VALUE 'O'.
                   88 WS-ORD-SANS-RETOUR               VALUE 'N'.

      * Registre des paiements charge en table (meme dessin et meme
      * borne que dans Gen-Virements) :
       01 WS-TAB-REGISTRE.
           05 WS-TAB-REG-NB                             PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-REG-LIGNE OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TAB-REG-NB
                   INDEXED BY WS-IDX-REG.
               10 WS-TAB-REG-RUN-REF                    PIC X(14).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-NUM-PLC                    PIC X(12).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-ANNEE                      PIC 9(04).
               10 WS-TAB-REG-MOIS                       PIC 9(02).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-ORD-REF                    PIC X(20).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-ORD-REF-ORIG               PIC X(20).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-DAT-EXEC                   PIC 9(08).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-IBAN                       PIC X(34).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-BIC                        PIC X(11).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-MONT                       PIC 9(13)V99.
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-STATUT                     PIC X(01).
                   88 WS-TAB-REG-EMIS                 VALUE 'E'.
                   88 WS-TAB-REG-PAYE                 VALUE 'P'.
                   88 WS-TAB-REG-A-REPAYER            VALUE 'R'.
                   88 WS-TAB-REG-COMPENSE             VALUE 'C'.
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-MOTIF                      PIC X(04).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-DAT-STATUT                 PIC 9(08).
               10 FILLER                                PIC X(01).
               10 WS-TAB-REG-NB-EMIS                    PIC 9(02).

      * Rapprochement du retour courant :
       01 WS-ORD-TROUVE-IND                               PIC X(01).
           88 WS-ORD-TROUVE                             VALUE 'O'.
           88 WS-ORD-ABSENT                              VALUE 'N'.
       01 WS-REG-TROUVE-IND                               PIC X(01).
           88 WS-REG-TROUVE                             VALUE 'O'.
           88 WS-REG-ABSENT                              VALUE 'N'.
       01 WS-REG-REMPLACE-IND                             PIC X(01).
           88 WS-REG-REMPLACE                           VALUE 'O'.
           88 WS-REG-NON-REMPLACE                        VALUE 'N'.

      * Statut, motif et libelle de la ligne de statut en cours :
       01 WS-STA-STATUT                                  PIC X(01).
       01 WS-STA-MOTIF                                   PIC X(04).
       01 WS-STA-LIB                                     PIC X(40).

       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-TOTAL-EDIT                                 PIC 9(15).99.

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM TRAITEMENT                 THRU FIN-TRAITEMENT

           PERFORM ECR-SANS-RETOUR            THRU
                                         FIN-ECR-SANS-RETOUR

           PERFORM SAUVE-REGISTRE             THRU
                                         FIN-SAUVE-REGISTRE

           PERFORM FIN                        THRU FIN-FIN

      *    Des rejets, des references inconnues ou des ecarts
      *    existent : code retour 4 pour l'ordonnanceur.
           IF CPT-REJETES > 0 OR CPT-INCONNUS > 0
                             OR CPT-ECARTS > 0 OR CPT-DOUBLES > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***    TRAITEMENT DES RETOURS BANCAIRES         ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      L-Fst-Ord
                      L-Fst-Ret
                      L-Fst-Reg
                      L-Fst-Sta

           MOVE 0 TO WS-TOTAL-PAYES
           MOVE 0 TO WS-TOTAL-REJETES
           MOVE 0 TO WS-TOTAL-SANS-RETOUR
           SET Fin-RETOUR-Non TO TRUE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           PERFORM CHARGE-ORDRES THRU FIN-CHARGE-ORDRES

           PERFORM CHARGE-REGISTRE THRU FIN-CHARGE-REGISTRE

           OPEN INPUT RETOUR-BANQUE
           IF L-Fst-Ret NOT = ZERO
              DISPLAY "Fichier RETOUR-BANQUE indisponible, statut = "
                       L-Fst-Ret
              SET Fin-RETOUR-Oui TO TRUE
           END-IF

           OPEN OUTPUT STATUTS-PAIEMENT
           IF L-Fst-Sta NOT ZERO
              DISPLAY "Erreur ouverture STATUTS-PAIEMENT = " L-Fst-Sta
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
           MOVE "ORDRES-VIREMENT.txt"    TO WS-ORDRES-PATH
           MOVE "RETOUR-BANQUE.txt"      TO WS-RETOUR-PATH
           MOVE "PAIEMENTS-REGISTRE.txt" TO WS-REGISTRE-PATH
           MOVE "STATUTS-PAIEMENT.txt"   TO WS-STATUTS-PATH

           ACCEPT WS-ORDRES-PATH   FROM ENVIRONMENT
                                            "RETBANQUE_ORDRES_IN"
           ACCEPT WS-RETOUR-PATH   FROM ENVIRONMENT
                                            "RETBANQUE_RETOUR_IN"
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
                                            "RETBANQUE_REGISTRE_FILE"
           ACCEPT WS-STATUTS-PATH  FROM ENVIRONMENT
                                            "RETBANQUE_STATUTS_OUT"

           IF WS-ORDRES-PATH   = SPACES MOVE "ORDRES-VIREMENT.txt" TO
                                                       WS-ORDRES-PATH
           END-IF
           IF WS-RETOUR-PATH   = SPACES MOVE "RETOUR-BANQUE.txt" TO
                                                       WS-RETOUR-PATH
           END-IF
           IF WS-REGISTRE-PATH = SPACES MOVE
                                  "PAIEMENTS-REGISTRE.txt" TO
                                                      WS-REGISTRE-PATH
           END-IF
           IF WS-STATUTS-PATH  = SPACES MOVE "STATUTS-PAIEMENT.txt" TO
                                                       WS-STATUTS-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      ****************
       CHARGE-ORDRES.
      ****************
      *    Charge en table les ordres emis par le dernier passage de
      *    Gen-Virements.
           SET Fin-ORDRES-Non TO TRUE
           OPEN INPUT ORDRES-VIREMENT
           IF L-Fst-Ord NOT = ZERO
              DISPLAY "Fichier ORDRES-VIREMENT indisponible, statut = "
                       L-Fst-Ord
              SET Fin-ORDRES-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-ORDRES-Oui
              READ ORDRES-VIREMENT
                AT END
                   SET Fin-ORDRES-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-ORD-NB < 10000
                      ADD 1 TO WS-TAB-ORD-NB
                      SET WS-IDX-ORD TO WS-TAB-ORD-NB
                      MOVE ENR-ORD-REF      TO
                           WS-TAB-ORD-REF      (WS-IDX-ORD)
                      MOVE ENR-ORD-DAT-EXEC TO
                           WS-TAB-ORD-DAT-EXEC (WS-IDX-ORD)
                      MOVE ENR-ORD-NUM-PLC  TO
                           WS-TAB-ORD-NUM-PLC  (WS-IDX-ORD)
                      MOVE ENR-ORD-ANNEE    TO
                           WS-TAB-ORD-ANNEE    (WS-IDX-ORD)
                      MOVE ENR-ORD-MOIS     TO
                           WS-TAB-ORD-MOIS     (WS-IDX-ORD)
                      MOVE ENR-ORD-IBAN     TO
                           WS-TAB-ORD-IBAN     (WS-IDX-ORD)
                      MOVE ENR-ORD-BIC      TO
                           WS-TAB-ORD-BIC      (WS-IDX-ORD)
                      MOVE ENR-ORD-MONT     TO
                           WS-TAB-ORD-MONT     (WS-IDX-ORD)
                      SET WS-ORD-SANS-RETOUR (WS-IDX-ORD) TO TRUE
                      ADD 1 TO CPT-ORDRES-LUS
                   ELSE
                      DISPLAY "Table des ordres saturee, ordre "
                               "ignore : " ENR-ORD-REF
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Ord = ZERO OR L-Fst-Ord = "10"
              CLOSE ORDRES-VIREMENT
           END-IF
           DISPLAY "Nombre d'ordres charges : " CPT-ORDRES-LUS
           .
      ********************
       FIN-CHARGE-ORDRES. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       CHARGE-REGISTRE.
      ******************
      *    Charge le registre des paiements tenu par Gen-Virements.
           SET Fin-REGISTRE-Non TO TRUE
           OPEN INPUT PAIEMENTS-REGISTRE
           IF L-Fst-Reg NOT = ZERO
              DISPLAY "Registre des paiements absent, statut = "
                       L-Fst-Reg
              SET Fin-REGISTRE-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-REGISTRE-Oui
              READ PAIEMENTS-REGISTRE
                AT END
                   SET Fin-REGISTRE-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-REG-NB < 50000
                      ADD 1 TO WS-TAB-REG-NB
                      MOVE ENR-REGISTRE TO
                           WS-TAB-REG-LIGNE (WS-TAB-REG-NB)
                      ADD 1 TO CPT-REG-CHARGES
                   ELSE
                      DISPLAY "Table du registre saturee, entree "
                               "ignoree : " ENR-REG-ORD-REF
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Reg = ZERO OR L-Fst-Reg = "10"
              CLOSE PAIEMENTS-REGISTRE
           END-IF
           DISPLAY "Nombre d'entrees du registre chargees : "
                    CPT-REG-CHARGES
           .
      **********************
       FIN-CHARGE-REGISTRE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *************
       TRAITEMENT.
      *************
           PERFORM UNTIL Fin-RETOUR-Oui
              READ RETOUR-BANQUE
                AT END
                   SET Fin-RETOUR-Oui TO TRUE
                NOT AT END
                   ADD 1 TO CPT-RETOURS-LUS
                   PERFORM TRAITEMENT-RETOUR THRU
                                         FIN-TRAITEMENT-RETOUR
              END-READ
           END-PERFORM
           IF L-Fst-Ret = ZERO OR L-Fst-Ret = "10"
              CLOSE RETOUR-BANQUE
           END-IF
           .
      *****************
       FIN-TRAITEMENT. EXIT.
      *****************
      *-----------------------------------------------------------------
      ********************
       TRAITEMENT-RETOUR.
      ********************
      *    Rapproche le retour courant de son ordre par la reference,
      *    controle montant et IBAN, puis reporte le statut bancaire
      *    au registre des paiements.
           MOVE SPACES TO WS-STA-MOTIF
           SET WS-ORD-ABSENT TO TRUE
           IF WS-TAB-ORD-NB > 0
              SET WS-IDX-ORD TO 1
              SEARCH WS-TAB-ORD-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-ORD-REF (WS-IDX-ORD) = ENR-RET-ORD-REF
                   SET WS-ORD-TROUVE TO TRUE
              END-SEARCH
           END-IF

           IF WS-ORD-ABSENT
              ADD 1 TO CPT-INCONNUS
              MOVE 'I' TO WS-STA-STATUT
              MOVE "REFERENCE D'ORDRE INCONNUE" TO WS-STA-LIB
              PERFORM ECR-STATUT-RETOUR THRU FIN-ECR-STATUT-RETOUR
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF

           IF WS-ORD-AVEC-RETOUR (WS-IDX-ORD)
              ADD 1 TO CPT-DOUBLES
              MOVE 'D' TO WS-STA-STATUT
              MOVE "RETOUR EN DOUBLE, IGNORE" TO WS-STA-LIB
              PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF
           SET WS-ORD-AVEC-RETOUR (WS-IDX-ORD) TO TRUE

           IF ENR-RET-MONT NOT = WS-TAB-ORD-MONT (WS-IDX-ORD)
              ADD 1 TO CPT-ECARTS
              MOVE 'E' TO WS-STA-STATUT
              MOVE "MONTANT DU RETOUR DIFFERENT DE L'ORDRE" TO
                                            WS-STA-LIB
              PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF
           IF ENR-RET-IBAN NOT = WS-TAB-ORD-IBAN (WS-IDX-ORD)
              ADD 1 TO CPT-ECARTS
              MOVE 'E' TO WS-STA-STATUT
              MOVE "IBAN DU RETOUR DIFFERENT DE L'ORDRE" TO
                                            WS-STA-LIB
              PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF
           IF NOT ENR-RET-EXECUTE AND NOT ENR-RET-REJETE
              ADD 1 TO CPT-ECARTS
              MOVE 'E' TO WS-STA-STATUT
              MOVE "STATUT BANCAIRE INCONNU" TO WS-STA-LIB
              PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF

           PERFORM CHERCHE-REGISTRE THRU FIN-CHERCHE-REGISTRE
      *    Retour d'un ordre deja remplace par une reemission : le
      *    paiement en vigueur n'est pas touche.
           IF WS-REG-REMPLACE
              ADD 1 TO CPT-ECARTS
              MOVE 'E' TO WS-STA-STATUT
              MOVE "ORDRE DEJA REMPLACE PAR UNE REEMISSION" TO
                                            WS-STA-LIB
              PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              GO TO FIN-TRAITEMENT-RETOUR
           END-IF
           IF WS-REG-ABSENT
              PERFORM CREE-REGISTRE THRU FIN-CREE-REGISTRE
              IF WS-REG-ABSENT
                 ADD 1 TO CPT-ECARTS
                 MOVE 'E' TO WS-STA-STATUT
                 MOVE "REGISTRE DES PAIEMENTS SATURE" TO WS-STA-LIB
                 PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
                 GO TO FIN-TRAITEMENT-RETOUR
              END-IF
           END-IF

           MOVE ENR-RET-DAT-RETOUR TO WS-TAB-REG-DAT-STATUT (WS-IDX-REG)
           IF ENR-RET-EXECUTE
              ADD 1 TO CPT-PAYES
              ADD ENR-RET-MONT TO WS-TOTAL-PAYES
              SET WS-TAB-REG-PAYE (WS-IDX-REG) TO TRUE
              MOVE SPACES TO WS-TAB-REG-MOTIF (WS-IDX-REG)
              MOVE 'P' TO WS-STA-STATUT
              MOVE "PAYE" TO WS-STA-LIB
           ELSE
              ADD 1 TO CPT-REJETES
              ADD ENR-RET-MONT TO WS-TOTAL-REJETES
              SET WS-TAB-REG-A-REPAYER (WS-IDX-REG) TO TRUE
              MOVE ENR-RET-MOTIF TO WS-TAB-REG-MOTIF (WS-IDX-REG)
              MOVE 'R' TO WS-STA-STATUT
              MOVE ENR-RET-MOTIF TO WS-STA-MOTIF
              PERFORM LIBELLE-MOTIF THRU FIN-LIBELLE-MOTIF
           END-IF
           PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
           .
      ************************
       FIN-TRAITEMENT-RETOUR. EXIT.
      ************************
      *-----------------------------------------------------------------
      *******************
       CHERCHE-REGISTRE.
      *******************
      *    Retrouve au registre le paiement de l'ordre pointe par
      *    WS-IDX-ORD : par l'ordre en vigueur, sinon par l'ordre
      *    d'origine (l'ordre a alors ete remplace par une
      *    reemission).
           SET WS-REG-ABSENT TO TRUE
           SET WS-REG-NON-REMPLACE TO TRUE
           IF WS-TAB-REG-NB = 0
              GO TO FIN-CHERCHE-REGISTRE
           END-IF
           SET WS-IDX-REG TO 1
           SEARCH WS-TAB-REG-LIGNE
             AT END
                CONTINUE
             WHEN WS-TAB-REG-ORD-REF (WS-IDX-REG) =
                                            WS-TAB-ORD-REF (WS-IDX-ORD)
                SET WS-REG-TROUVE TO TRUE
           END-SEARCH
           IF WS-REG-TROUVE
              GO TO FIN-CHERCHE-REGISTRE
           END-IF
           SET WS-IDX-REG TO 1
           SEARCH WS-TAB-REG-LIGNE
             AT END
                CONTINUE
             WHEN WS-TAB-REG-ORD-REF-ORIG (WS-IDX-REG) =
                                            WS-TAB-ORD-REF (WS-IDX-ORD)
                SET WS-REG-REMPLACE TO TRUE
           END-SEARCH
           .
      ***********************
       FIN-CHERCHE-REGISTRE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ****************
       CREE-REGISTRE.
      ****************
      *    Ordre absent du registre (ordre emis avant la tenue du
      *    registre) : l'entree est creee a partir de l'ordre, pour
      *    que son statut bancaire soit conserve et qu'un rejet
      *    puisse etre reemis. L'execution emettrice est la partie
      *    gauche de la reference d'ordre.
           IF WS-TAB-REG-NB NOT < 50000
              GO TO FIN-CREE-REGISTRE
           END-IF
           ADD 1 TO WS-TAB-REG-NB
           SET WS-IDX-REG TO WS-TAB-REG-NB
           MOVE SPACES TO WS-TAB-REG-LIGNE (WS-IDX-REG)
           MOVE WS-TAB-ORD-REF (WS-IDX-ORD) (1:14) TO
                                   WS-TAB-REG-RUN-REF (WS-IDX-REG)
           MOVE WS-TAB-ORD-NUM-PLC (WS-IDX-ORD) TO
                                   WS-TAB-REG-NUM-PLC (WS-IDX-REG)
           MOVE WS-TAB-ORD-ANNEE (WS-IDX-ORD) TO
                                   WS-TAB-REG-ANNEE (WS-IDX-REG)
           MOVE WS-TAB-ORD-MOIS (WS-IDX-ORD) TO
                                   WS-TAB-REG-MOIS (WS-IDX-REG)
           MOVE WS-TAB-ORD-REF (WS-IDX-ORD) TO
                                   WS-TAB-REG-ORD-REF (WS-IDX-REG)
           MOVE WS-TAB-ORD-REF (WS-IDX-ORD) TO
                                   WS-TAB-REG-ORD-REF-ORIG (WS-IDX-REG)
           MOVE WS-TAB-ORD-DAT-EXEC (WS-IDX-ORD) TO
                                   WS-TAB-REG-DAT-EXEC (WS-IDX-REG)
           MOVE WS-TAB-ORD-IBAN (WS-IDX-ORD) TO
                                   WS-TAB-REG-IBAN (WS-IDX-REG)
           MOVE WS-TAB-ORD-BIC (WS-IDX-ORD) TO
                                   WS-TAB-REG-BIC (WS-IDX-REG)
           MOVE WS-TAB-ORD-MONT (WS-IDX-ORD) TO
                                   WS-TAB-REG-MONT (WS-IDX-REG)
           SET WS-TAB-REG-EMIS (WS-IDX-REG) TO TRUE
           MOVE 1 TO WS-TAB-REG-NB-EMIS (WS-IDX-REG)
           SET WS-REG-TROUVE TO TRUE
           ADD 1 TO CPT-REG-CREES
           .
      ********************
       FIN-CREE-REGISTRE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       LIBELLE-MOTIF.
      ****************
      *    Libelle des codes motif bancaires de rejet ou de retour
      *    les plus courants ; un code non repertorie garde un
      *    libelle generique.
           EVALUATE ENR-RET-MOTIF
             WHEN "AC01"
                MOVE "REJETE : IBAN INCORRECT" TO WS-STA-LIB
             WHEN "AC04"
                MOVE "REJETE : COMPTE CLOTURE" TO WS-STA-LIB
             WHEN "AC06"
                MOVE "REJETE : COMPTE BLOQUE" TO WS-STA-LIB
             WHEN "AG01"
                MOVE "REJETE : OPERATION INTERDITE SUR LE COMPTE"
                                         TO WS-STA-LIB
             WHEN "BE04"
                MOVE "REJETE : ADRESSE DU BENEFICIAIRE ABSENTE"
                                         TO WS-STA-LIB
             WHEN "MD07"
                MOVE "REJETE : TITULAIRE DECEDE" TO WS-STA-LIB
             WHEN "MS02"
                MOVE "REJETE : REFUS DU BENEFICIAIRE" TO WS-STA-LIB
             WHEN "MS03"
                MOVE "REJETE : MOTIF NON COMMUNIQUE" TO WS-STA-LIB
             WHEN "RC01"
                MOVE "REJETE : BIC INCORRECT" TO WS-STA-LIB
             WHEN "FOCR"
                MOVE "RETOURNE SUR DEMANDE D'ANNULATION"
                                         TO WS-STA-LIB
             WHEN OTHER
                MOVE "REJETE PAR LA BANQUE" TO WS-STA-LIB
           END-EVALUATE
           .
      ********************
       FIN-LIBELLE-MOTIF. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       ECR-STATUT-ORDRE.
      *******************
      *    Ligne de statut de l'ordre pointe par WS-IDX-ORD (statut,
      *    motif et libelle deja poses).
           MOVE SPACES TO ENR-STATUTS-PAIEMENT
           MOVE WS-TAB-ORD-REF     (WS-IDX-ORD) TO ENR-STA-ORD-REF
           MOVE WS-TAB-ORD-NUM-PLC (WS-IDX-ORD) TO ENR-STA-NUM-PLC
           MOVE WS-TAB-ORD-ANNEE   (WS-IDX-ORD) TO ENR-STA-ANNEE
           MOVE WS-TAB-ORD-MOIS    (WS-IDX-ORD) TO ENR-STA-MOIS
           MOVE WS-TAB-ORD-MONT    (WS-IDX-ORD) TO ENR-STA-MONT
           MOVE WS-STA-STATUT                   TO ENR-STA-STATUT
           MOVE WS-STA-MOTIF                    TO ENR-STA-MOTIF
           MOVE WS-STA-LIB                      TO ENR-STA-LIB
           IF WS-STA-STATUT = 'S'
              MOVE 0                  TO ENR-STA-DAT-RETOUR
           ELSE
              MOVE ENR-RET-DAT-RETOUR TO ENR-STA-DAT-RETOUR
           END-IF
           WRITE ENR-STATUTS-PAIEMENT
           IF L-Fst-Sta NOT ZERO
              DISPLAY "Erreur ecriture STATUTS-PAIEMENT = " L-Fst-Sta
           END-IF
           .
      ***********************
       FIN-ECR-STATUT-ORDRE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ********************
       ECR-STATUT-RETOUR.
      ********************
      *    Ligne de statut d'un retour sans ordre correspondant : la
      *    reference et le montant sont ceux du retour.
           MOVE SPACES TO ENR-STATUTS-PAIEMENT
           MOVE ENR-RET-ORD-REF    TO ENR-STA-ORD-REF
           MOVE 0                  TO ENR-STA-ANNEE
           MOVE 0                  TO ENR-STA-MOIS
           MOVE ENR-RET-MONT       TO ENR-STA-MONT
           MOVE WS-STA-STATUT      TO ENR-STA-STATUT
           MOVE ENR-RET-MOTIF      TO ENR-STA-MOTIF
           MOVE WS-STA-LIB         TO ENR-STA-LIB
           MOVE ENR-RET-DAT-RETOUR TO ENR-STA-DAT-RETOUR
           WRITE ENR-STATUTS-PAIEMENT
           IF L-Fst-Sta NOT ZERO
              DISPLAY "Erreur ecriture STATUTS-PAIEMENT = " L-Fst-Sta
           END-IF
           .
      ************************
       FIN-ECR-STATUT-RETOUR. EXIT.
      ************************
      *-----------------------------------------------------------------
      ******************
       ECR-SANS-RETOUR.
      ******************
      *    Ordres emis restes sans retour bancaire : statut S, le
      *    paiement reste au statut E dans le registre.
           MOVE SPACES TO WS-STA-MOTIF
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-TAB-ORD-NB
              IF WS-ORD-SANS-RETOUR (WS-IDX-ORD)
                 ADD 1 TO CPT-SANS-RETOUR
                 ADD WS-TAB-ORD-MONT (WS-IDX-ORD) TO
                                            WS-TOTAL-SANS-RETOUR
                 MOVE 'S' TO WS-STA-STATUT
                 MOVE "ORDRE EMIS SANS RETOUR BANCAIRE" TO WS-STA-LIB
                 PERFORM ECR-STATUT-ORDRE THRU FIN-ECR-STATUT-ORDRE
              END-IF
           END-PERFORM
           .
      **********************
       FIN-ECR-SANS-RETOUR. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       SAUVE-REGISTRE.
      *****************
      *    Reecrit entierement le registre des paiements mis a jour.
           OPEN OUTPUT PAIEMENTS-REGISTRE
           IF L-Fst-Reg NOT ZERO
              DISPLAY "Erreur ouverture PAIEMENTS-REGISTRE = "
                       L-Fst-Reg
              GO TO FIN-SAUVE-REGISTRE
           END-IF
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-TAB-REG-NB
              MOVE WS-TAB-REG-LIGNE (WS-IDX-REG) TO ENR-REGISTRE
              WRITE ENR-REGISTRE
              IF L-Fst-Reg NOT ZERO
                 DISPLAY "Erreur ecriture PAIEMENTS-REGISTRE = "
                          L-Fst-Reg
              END-IF
           END-PERFORM
           CLOSE PAIEMENTS-REGISTRE
           .
      *********************
       FIN-SAUVE-REGISTRE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           CLOSE STATUTS-PAIEMENT

           DISPLAY "Nombre d'ordres charges : "     CPT-ORDRES-LUS
           DISPLAY "Nombre de retours lus : "       CPT-RETOURS-LUS
           DISPLAY "     dont payes : "             CPT-PAYES
           DISPLAY "     dont rejetes (a repayer) : " CPT-REJETES
           DISPLAY "     dont references inconnues : " CPT-INCONNUS
           DISPLAY "     dont ecarts montant/IBAN : " CPT-ECARTS
           DISPLAY "     dont retours en double : " CPT-DOUBLES
           DISPLAY "Ordres sans retour bancaire : " CPT-SANS-RETOUR
           DISPLAY "Entrees creees au registre : "  CPT-REG-CREES
           MOVE WS-TOTAL-PAYES TO WS-TOTAL-EDIT
           DISPLAY "Montant paye : "                WS-TOTAL-EDIT
           MOVE WS-TOTAL-REJETES TO WS-TOTAL-EDIT
           DISPLAY "Montant rejete a repayer : "    WS-TOTAL-EDIT
           MOVE WS-TOTAL-SANS-RETOUR TO WS-TOTAL-EDIT
           DISPLAY "Montant sans retour : "         WS-TOTAL-EDIT
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Retour-Banque.
      *-----------------------------------------------------------------
