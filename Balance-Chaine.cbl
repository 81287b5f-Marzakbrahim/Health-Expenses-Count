       IDENTIFICATION DIVISION.
       PROGRAM-ID. Balance-Chaine.

      *-----------------------------------------------------------------
      *    Balance de bout en bout de la chaine mensuelle pour une
      *    reference d'execution : Frais-Sante, fichier d'echange
      *    assureur, Gen-Virements, retour assureur rapproche par
      *    Rappro-Retour. Chaque programme controle ses propres
      *    totaux ; ce programme les enchaine et produit une seule
      *    balance visee, en cinq etapes :
      *    1 - entree Frais-Sante : montants lus sur DCPT-S et sur
      *        DCPT-S-RECYCLE, ventiles en valides, rejetes
      *        (DCPT-S-Erreur) et doublons (DCPT-S-DOUBLONS) ;
      *    2 - sorties mensuelles : valides = total de MODIF-DCPT-S ;
      *    3 - fichier d'echange : details = pied ASSUR-ECHANGE =
      *        total de MODIF-DCPT-S ;
      *    4 - Gen-Virements : pied = ordres emis sur les details de
      *        l'execution (hors reemissions) + indus imputes +
      *        anomalies - indus inscrits ;
      *    5 - retour assureur : pied = acceptes + rejetes + details
      *        sans reponse, rejets ecrits par Rappro-Retour.
      *    Les montants sont signes (annulations en negatif). Les
      *    chiffres declares par Frais-Sante sont pris sur la ligne
      *    de CTL-TOTAUX de l'execution ; les fichiers encore
      *    disponibles (DCPT-S, erreurs, doublons, MODIF-DCPT-S,
      *    echange, ordres, anomalies, retour, rejets) sont relus et
      *    confrontes aux chiffres declares. MODIF-DCPT-S, l'echange,
      *    le journal des paiements (ligne EXECUTION) et le retour
      *    doivent porter la reference de l'execution balancee, sinon
      *    ecart. Tout ecart est chiffre
      *    (nombre et montant) et localise a l'etape ou il apparait ;
      *    une etape dont un fichier manque est declaree incomplete.
      *    Reference d'execution : variable BALANCE_RUN_REF, a defaut
      *    la derniere execution inscrite a CTL-TOTAUX.
      *    Code retour : 0 balance equilibree, 4 ecart ou etape
      *    incomplete, 8 execution absente de CTL-TOTAUX.
      *
      *    MODIFICATIONS
      *    15/10/26 - creation.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Totaux de controle persistes par Frais-Sante :
           SELECT CTL-TOTAUX ASSIGN DYNAMIC WS-CTLTOT-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ctl
           .

      *    Entree principale de Frais-Sante :
           SELECT DCPT-S ASSIGN DYNAMIC WS-DCPT-S-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-In
           .

      *    Rejets et doublons ecartes par Frais-Sante :
           SELECT DCPT-S-Erreur ASSIGN DYNAMIC WS-ERREUR-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Err
           .

           SELECT DCPT-S-DOUBLONS ASSIGN DYNAMIC WS-DOUBLONS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dbl
           .

      *    Sortie mensuelle par produit de Frais-Sante :
           SELECT MODIF-DCPT-S ASSIGN DYNAMIC WS-MODIF-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Mod
           .

      *    Fichier d'echange assureur :
           SELECT ASSUR-ECHANGE ASSIGN DYNAMIC WS-ECHANGE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ech
           .

      *    Sorties de Gen-Virements :
           SELECT ORDRES-VIREMENT ASSIGN DYNAMIC WS-ORDRES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ord
           .

           SELECT VIREMENTS-ANOMALIES ASSIGN DYNAMIC WS-ANOMALIES-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ano
           .

           SELECT JOURNAL-PAIEMENTS ASSIGN DYNAMIC WS-JOURNAL-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jrn
           .

      *    Retour de l'assureur et rejets ecrits par Rappro-Retour :
           SELECT RETOUR-ASSUREUR ASSIGN DYNAMIC WS-RETOUR-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ret
           .

           SELECT REJETS-ASSUREUR ASSIGN DYNAMIC WS-REJETS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rej
           .

      *    Balance editee :
           SELECT BALANCE-CHAINE ASSIGN DYNAMIC WS-BALANCE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Bal
           .

       DATA DIVISION.
       FILE SECTION.

       FD CTL-TOTAUX.
       01 ENR-CTL-TOTAUX                                  PIC X(500).

       FD DCPT-S.
       01 ENR-DCPT-S                                      PIC X(57).

       FD DCPT-S-Erreur.
       01 ENR-DCPT-S-Erreur.
           05 ENR-DCPT-S-Erreur-Cod                   PIC X(02).
           05 FILLER                                   PIC X(01).
           05 ENR-DCPT-S-Erreur-Lib                   PIC X(78).
           05 FILLER                                   PIC X(01).
           05 ENR-DCPT-S-Erreur-Enr                   PIC X(57).

       FD DCPT-S-DOUBLONS.
       01 ENR-DCPT-S-DOUBLONS                             PIC X(57).

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

       FD ASSUR-ECHANGE.
       01 ENR-ASSUR-ECHANGE                                PIC X(80).

       FD ORDRES-VIREMENT.
       01 ENR-ORDRES-VIREMENT.
           05 ENR-ORD-REF.
               10 ENR-ORD-REF-RUN                     PIC X(14).
               10 FILLER                               PIC X(06).
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

      *    Ligne d'anomalie de Gen-Virements : police, annee/mois,
      *    montant du detail edite, motif.
       FD VIREMENTS-ANOMALIES.
       01 ENR-VIREMENTS-ANOMALIES.
           05 ENR-ANO-NUM-PLC                         PIC X(12).
           05 ENR-ANO-SEP1                            PIC X(03).
           05 ENR-ANO-PERIODE                         PIC X(07).
           05 ENR-ANO-SEP2                            PIC X(03).
           05 ENR-ANO-MONT                            PIC X(17).
           05 ENR-ANO-SEP3                            PIC X(03).
           05 ENR-ANO-MOTIF                           PIC X(87).

       FD JOURNAL-PAIEMENTS.
       01 ENR-JOURNAL-PAIEMENTS                            PIC X(132).

       FD RETOUR-ASSUREUR.
       01 ENR-RETOUR-ASSUREUR                              PIC X(80).

       FD REJETS-ASSUREUR.
       01 ENR-REJETS-ASSUREUR.
           05 ENR-REJAS-COD                           PIC X(02).
           05 FILLER                                   PIC X(01).
           05 ENR-REJAS-LIB                           PIC X(78).
           05 FILLER                                   PIC X(01).
           05 ENR-REJAS-ENR                           PIC X(57).

       FD BALANCE-CHAINE.
       01 ENR-BALANCE-CHAINE                               PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Ctl                        PIC XX VALUE "00".
       01 L-Fst-In                         PIC XX VALUE "00".
       01 L-Fst-Err                        PIC XX VALUE "00".
       01 L-Fst-Dbl                        PIC XX VALUE "00".
       01 L-Fst-Mod                        PIC XX VALUE "00".
       01 L-Fst-Ech                        PIC XX VALUE "00".
       01 L-Fst-Ord                        PIC XX VALUE "00".
       01 L-Fst-Ano                        PIC XX VALUE "00".
       01 L-Fst-Jrn                        PIC XX VALUE "00".
       01 L-Fst-Ret                        PIC XX VALUE "00".
       01 L-Fst-Rej                        PIC XX VALUE "00".
       01 L-Fst-Bal                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-CTLTOT-PATH                         PIC X(200).
           05 WS-DCPT-S-PATH                         PIC X(200).
           05 WS-ERREUR-PATH                         PIC X(200).
           05 WS-DOUBLONS-PATH                       PIC X(200).
           05 WS-MODIF-PATH                          PIC X(200).
           05 WS-ECHANGE-PATH                        PIC X(200).
           05 WS-ORDRES-PATH                         PIC X(200).
           05 WS-ANOMALIES-PATH                      PIC X(200).
           05 WS-JOURNAL-PATH                        PIC X(200).
           05 WS-RETOUR-PATH                         PIC X(200).
           05 WS-REJETS-PATH                         PIC X(200).
           05 WS-BALANCE-PATH                        PIC X(200).

      * Booléens pour tester la fin de lecture :

       01 Fin-FICHIER                           PIC 9.
           88 Fin-FICHIER-Oui                      VALUE 1.
           88 Fin-FICHIER-Non                      VALUE 0.

      * Reference d'execution balancee :
       01 WS-RUN-REF                                     PIC X(14).

      * Compteurs
       01 COMPTEURS.
           05 CPT-ECARTS                                PIC 9(05).
           05 CPT-ETAPES-INCOMPLETES                    PIC 9(05).

      * Chiffres declares par Frais-Sante sur sa ligne CTL-TOTAUX :
       01 WS-CTL-LIGNE                                   PIC X(500).
       01 WS-CTL-TROUVE-IND                              PIC X(01).
           88 WS-CTL-TROUVE                            VALUE 'O'.
           88 WS-CTL-ABSENT                            VALUE 'N'.
      *    La ventilation signee des montants n'existe que sur les
      *    lignes ecrites depuis le 15/10/26 :
       01 WS-CTL-VENTILE-IND                             PIC X(01).
           88 WS-CTL-VENTILE                           VALUE 'O'.
           88 WS-CTL-NON-VENTILE                       VALUE 'N'.
       01 WS-CTL-DECLARE.
           05 WS-CTL-LUS                                PIC 9(10).
           05 WS-CTL-VALIDES                            PIC 9(10).
           05 WS-CTL-ERREURS                            PIC 9(10).
           05 WS-CTL-DOUBLONS                           PIC 9(10).
           05 WS-CTL-RECYCLE                            PIC 9(10).
           05 WS-CTL-MODIF                              PIC 9(10).
           05 WS-CTL-MONT-TOT-ECRIT                     PIC S9(15)V99.
           05 WS-CTL-MONT-LU-DCPT-S                     PIC S9(15)V99.
           05 WS-CTL-MONT-LU-RECYCLE                    PIC S9(15)V99.
           05 WS-CTL-MONT-VALIDE                        PIC S9(15)V99.
           05 WS-CTL-MONT-ERREUR                        PIC S9(15)V99.
           05 WS-CTL-MONT-DOUBLONS                      PIC S9(15)V99.

      * Decoupage d'une ligne CTL-TOTAUX en zones CLE=VALEUR :
       01 WS-CTL-PTR                                    PIC 9(04).
       01 WS-CTL-ZONE                                   PIC X(60).
       01 WS-CTL-CLE                                    PIC X(20).
       01 WS-CTL-VALEUR                                 PIC X(40).
       01 WS-CTL-RUN-LU                                 PIC X(14).
       01 WS-CTL-RUN-RETENU                             PIC X(14).

      * Chiffres releves dans les fichiers de la chaine :
       01 WS-RELEVES.
           05 WS-DCPT-NB                                PIC 9(10).
           05 WS-DCPT-MONT                              PIC S9(15)V99.
           05 WS-ERR-NB                                 PIC 9(10).
           05 WS-ERR-MONT                               PIC S9(15)V99.
           05 WS-DBL-NB                                 PIC 9(10).
           05 WS-DBL-MONT                               PIC S9(15)V99.
           05 WS-MODIF-NB                               PIC 9(10).
           05 WS-MODIF-MONT                             PIC S9(15)V99.
           05 WS-ECH-NB                                 PIC 9(10).
           05 WS-ECH-MONT                               PIC S9(15)V99.
           05 WS-ECH-PIED-NB                            PIC 9(10).
           05 WS-ECH-PIED-MONT                          PIC S9(15)V99.
           05 WS-ORD-NB                                 PIC 9(10).
           05 WS-ORD-MONT                               PIC S9(15)V99.
           05 WS-ORD-AUTRE-NB                           PIC 9(10).
           05 WS-ORD-AUTRE-MONT                         PIC S9(15)V99.
           05 WS-ANO-NB                                 PIC 9(10).
           05 WS-ANO-MONT                               PIC S9(15)V99.
           05 WS-ATT-NB                                 PIC 9(10).
           05 WS-ATT-MONT                               PIC S9(15)V99.
           05 WS-JRN-BRUT                               PIC S9(15)V99.
           05 WS-JRN-IMPUTE                             PIC S9(15)V99.
           05 WS-JRN-NET                                PIC S9(15)V99.
           05 WS-JRN-REEMIS-NB                          PIC 9(10).
           05 WS-JRN-REEMIS-MONT                        PIC S9(15)V99.
           05 WS-JRN-INDUS-NB                           PIC 9(10).
           05 WS-JRN-INDUS-MONT                         PIC S9(15)V99.
           05 WS-RET-LUS-NB                             PIC 9(10).
           05 WS-RET-LUS-MONT                           PIC S9(15)V99.
           05 WS-RET-PIED-NB                            PIC 9(10).
           05 WS-RET-PIED-MONT                          PIC S9(15)V99.
           05 WS-RET-ACC-NB                             PIC 9(10).
           05 WS-RET-ACC-MONT                           PIC S9(15)V99.
           05 WS-RET-REJ-NB                             PIC 9(10).
           05 WS-RET-REJ-MONT                           PIC S9(15)V99.
           05 WS-RET-SANS-NB                            PIC 9(10).
           05 WS-RET-SANS-MONT                          PIC S9(15)V99.
           05 WS-RET-INC-NB                             PIC 9(10).
           05 WS-RET-INC-MONT                           PIC S9(15)V99.
           05 WS-REJAS-NB                               PIC 9(10).
           05 WS-REJAS-MONT                             PIC S9(15)V99.

      * Indicateurs de presence des fichiers relus :
       01 WS-PRESENCES.
           05 WS-DCPT-LU-IND                            PIC X(01).
               88 WS-DCPT-LU                          VALUE 'O'.
           05 WS-ERR-LU-IND                             PIC X(01).
               88 WS-ERR-LU                           VALUE 'O'.
           05 WS-DBL-LU-IND                             PIC X(01).
               88 WS-DBL-LU                           VALUE 'O'.
           05 WS-MODIF-LU-IND                           PIC X(01).
               88 WS-MODIF-LU                         VALUE 'O'.
           05 WS-ECH-LU-IND                             PIC X(01).
               88 WS-ECH-LU                           VALUE 'O'.
           05 WS-ECH-PIED-IND                           PIC X(01).
               88 WS-ECH-PIED-VU                      VALUE 'O'.
           05 WS-ORD-LU-IND                             PIC X(01).
               88 WS-ORD-LU                           VALUE 'O'.
           05 WS-ANO-LU-IND                             PIC X(01).
               88 WS-ANO-LU                           VALUE 'O'.
           05 WS-JRN-LU-IND                             PIC X(01).
               88 WS-JRN-LU                           VALUE 'O'.
           05 WS-JRN-TOTAUX-IND                         PIC X(01).
               88 WS-JRN-TOTAUX-VUS                   VALUE 'O'.
           05 WS-RET-LU-IND                             PIC X(01).
               88 WS-RET-LU                           VALUE 'O'.
           05 WS-RET-PIED-IND                           PIC X(01).
               88 WS-RET-PIED-VU                      VALUE 'O'.
           05 WS-REJAS-LU-IND                           PIC X(01).
               88 WS-REJAS-LU                         VALUE 'O'.

      * References d'execution lues en tete des fichiers :
       01 WS-RUN-REF-MODIF                               PIC X(14).
       01 WS-RUN-REF-ECHANGE                             PIC X(14).
       01 WS-RUN-REF-RETOUR                              PIC X(14).
       01 WS-RUN-REF-JOURNAL                             PIC X(14).

      * Image d'un enregistrement DCPT-S (meme dessin que celui lu
      * par Frais-Sante) et son montant signe :
       01 WS-ENR-DCPT-S.
           05 WS-COD-PROD                                  PIC X(2).
           05 FILLER                                    PIC X(3).
           05 WS-NUM-PLC                                   PIC X(12).
           05 FILLER                                    PIC X(1).
           05 WS-DAT-SOINS                                 PIC X(7).
           05 FILLER                                    PIC X(1).
           05 WS-MONT-REMB                                 PIC 9(7)V99.
           05 WS-TYPE-ENR                                  PIC X(1).
               88 WS-TYPE-ANNULATION               VALUE 'A'.
           05 FILLER                                    PIC X(1).
           05 WS-NUM-BENEF                                 PIC X(10).
           05 FILLER                                    PIC X(1).
           05 WS-MONT-FRAIS                                PIC 9(7)V99.

       01 WS-MONT-SIGNE-ENR                             PIC S9(07)V99.

      * Dessins des enregistrements du fichier d'echange (identiques
      * a ceux produits par Frais-Sante) :
       01 WS-ENR-ECH-ENTETE.
           05 WS-ECH-ENT-TYPE                           PIC X(01).
           05 WS-ECH-ENT-EMETTEUR                       PIC X(08).
           05 WS-ECH-ENT-DAT-EXTR                       PIC 9(08).
           05 WS-ECH-ENT-RUN-REF                        PIC X(14).
           05 FILLER                                     PIC X(49).

       01 WS-ENR-ECH-DETAIL.
           05 WS-ECH-DET-TYPE                           PIC X(01).
           05 WS-ECH-DET-NUM-PLC                        PIC X(12).
           05 WS-ECH-DET-ANNEE                          PIC 9(04).
           05 WS-ECH-DET-MOIS                           PIC 9(02).
           05 WS-ECH-DET-MONT                           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                                     PIC X(45).

       01 WS-ENR-ECH-PIED.
           05 WS-ECH-PIED-TYPE                          PIC X(01).
           05 WS-ECH-PIED-NB-DETAILS                    PIC 9(09).
           05 WS-ECH-PIED-HASH                          PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                                     PIC X(52).

      * Dessins du retour assureur (ceux lus par Rappro-Retour) ; le
      * detail sert aussi a relire l'image des rejets assureur :
       01 WS-ENR-RET-ENTETE.
           05 WS-RET-ENT-TYPE                           PIC X(01).
           05 WS-RET-ENT-EMETTEUR                       PIC X(08).
           05 WS-RET-ENT-DAT-RETOUR                     PIC 9(08).
           05 WS-RET-ENT-RUN-REF                        PIC X(14).
           05 FILLER                                     PIC X(49).

       01 WS-ENR-RET-DETAIL.
           05 WS-RET-DET-TYPE                           PIC X(01).
           05 WS-RET-DET-NUM-PLC                        PIC X(12).
           05 WS-RET-DET-ANNEE                          PIC 9(04).
           05 WS-RET-DET-MOIS                           PIC 9(02).
           05 WS-RET-DET-MONT                           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 WS-RET-DET-STATUT                         PIC X(01).
               88 WS-RET-DET-ACCEPTE                  VALUE 'A'.
               88 WS-RET-DET-REJETE                   VALUE 'R'.
           05 WS-RET-DET-MOTIF                          PIC X(30).
           05 FILLER                                     PIC X(14).

       01 WS-ENR-RET-PIED.
           05 WS-RET-PIED-TYPE                          PIC X(01).
           05 WS-RET-PIED-NB-DETAILS                    PIC 9(09).
           05 WS-RET-PIED-HASH                          PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                                     PIC X(52).

      * Details du fichier d'echange charges en table pour le
      * rapprochement du retour (meme borne que Rappro-Retour) :
       01 WS-TAB-ECH.
           05 WS-TAB-ECH-NB                             PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-ECH-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-ECH-NB
                   INDEXED BY WS-IDX-ECH.
               10 WS-TAB-ECH-NUM-PLC                    PIC X(12).
               10 WS-TAB-ECH-ANNEE                      PIC 9(04).
               10 WS-TAB-ECH-MOIS                       PIC 9(02).
               10 WS-TAB-ECH-MONT                       PIC S9(13)V99.
               10 WS-TAB-ECH-REPONSE-IND                PIC X(01).
                   88 WS-ECH-AVEC-REPONSE             VALUE 'O'.
                   88 WS-ECH-SANS-REPONSE              VALUE 'N'.

      * Etapes de la balance : libelle, nombre d'ecarts releves et
      * indicateur d'etape incomplete (fichier manquant) :
       01 WS-TAB-ETAPE-LIB-VALEURS.
           05 FILLER PIC X(50) VALUE
                "ENTREE FRAIS-SANTE (DCPT-S, DCPT-S-RECYCLE)".
           05 FILLER PIC X(50) VALUE
                "SORTIES MENSUELLES (MODIF-DCPT-S)".
           05 FILLER PIC X(50) VALUE
                "FICHIER D'ECHANGE ASSUREUR (ASSUR-ECHANGE)".
           05 FILLER PIC X(50) VALUE
                "GEN-VIREMENTS (ORDRES, ANOMALIES, INDUS)".
           05 FILLER PIC X(50) VALUE
                "RETOUR ASSUREUR (RAPPRO-RETOUR)".
       01 WS-TAB-ETAPE-LIB REDEFINES WS-TAB-ETAPE-LIB-VALEURS.
           05 WS-ETAPE-LIB                   PIC X(50) OCCURS 5.
       01 WS-TAB-ETAPE.
           05 WS-ETAPE-LIGNE OCCURS 5.
               10 WS-ETAPE-NB-ECARTS                    PIC 9(05).
               10 WS-ETAPE-INCOMPLETE-IND               PIC X(01).
                   88 WS-ETAPE-INCOMPLETE             VALUE 'O'.
                   88 WS-ETAPE-COMPLETE               VALUE 'N'.
       01 WS-ETAPE                                       PIC 9(01).

      * Poste edite a la balance :
       01 WS-POSTE-LIB                                   PIC X(60).
       01 WS-POSTE-NB                                    PIC S9(10).
       01 WS-POSTE-MONT                                  PIC S9(15)V99.

      * Controle entre deux chiffres (attendu A, constate B) ; le
      * nombre n'intervient pas quand les deux sont a zero :
       01 WS-CTRL-LIB                                    PIC X(60).
       01 WS-CTRL-NB-A                                   PIC S9(10).
       01 WS-CTRL-NB-B                                   PIC S9(10).
       01 WS-CTRL-MONT-A                                 PIC S9(15)V99.
       01 WS-CTRL-MONT-B                                 PIC S9(15)V99.
       01 WS-ECART-NB                                    PIC S9(10).
       01 WS-ECART-MONT                                  PIC S9(15)V99.

      * Zones de calcul :
       01 WS-MONT-TRAVAIL                               PIC S9(15)V99.
       01 WS-MONT-TRAVAIL-2                             PIC S9(15)V99.

      * Zones d'edition de la balance :
       01 WS-DATE-JOUR                                   PIC 9(08).
       01 WS-NB-EDIT                                     PIC -(10)9.
       01 WS-MONT-EDIT                                   PIC -9(15).99.
       01 WS-CPT-EDIT                                    PIC Z(4)9.
       01 WS-LIGNE-BALANCE                               PIC X(132).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM LECTURE-CTL-TOTAUX         THRU
                                         FIN-LECTURE-CTL-TOTAUX
           IF WS-CTL-ABSENT
              PERFORM FIN                     THRU FIN-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM RELEVE-FICHIERS            THRU FIN-RELEVE-FICHIERS

           PERFORM ETAPE-ENTREE               THRU FIN-ETAPE-ENTREE

           PERFORM ETAPE-SORTIES              THRU FIN-ETAPE-SORTIES

           PERFORM ETAPE-ECHANGE              THRU FIN-ETAPE-ECHANGE

           PERFORM ETAPE-VIREMENTS            THRU FIN-ETAPE-VIREMENTS

           PERFORM ETAPE-RETOUR               THRU FIN-ETAPE-RETOUR

           PERFORM FIN                        THRU FIN-FIN

      *    Un ecart ou une etape incomplete : code retour 4, la
      *    balance n'est pas visee.
           IF CPT-ECARTS > 0 OR CPT-ETAPES-INCOMPLETES > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***     BALANCE DE BOUT EN BOUT DE LA CHAINE    ***'
           DISPLAY '***************************************************'

           INITIALIZE COMPTEURS
                      WS-CTL-DECLARE
                      WS-RELEVES
                      L-Fst-Ctl
                      L-Fst-Bal

           MOVE ALL 'N' TO WS-PRESENCES
           SET WS-CTL-ABSENT      TO TRUE
           SET WS-CTL-NON-VENTILE TO TRUE
           MOVE SPACES TO WS-RUN-REF-MODIF
                          WS-RUN-REF-ECHANGE
                          WS-RUN-REF-RETOUR
                          WS-RUN-REF-JOURNAL
           MOVE 0 TO WS-TAB-ECH-NB
           PERFORM VARYING WS-ETAPE FROM 1 BY 1 UNTIL WS-ETAPE > 5
              MOVE 0 TO WS-ETAPE-NB-ECARTS (WS-ETAPE)
              SET WS-ETAPE-COMPLETE (WS-ETAPE) TO TRUE
           END-PERFORM

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

           OPEN OUTPUT BALANCE-CHAINE
           IF L-Fst-Bal NOT = ZERO
              DISPLAY "Erreur ouverture BALANCE-CHAINE = " L-Fst-Bal
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       INIT-CHEMINS.
      ***************
      *    Chemins par defaut (repertoire courant, noms par defaut des
      *    programmes de la chaine), ecrases par les variables
      *    d'environnement si elles sont renseignees :
           MOVE SPACES                    TO WS-RUN-REF
           MOVE "CTL-TOTAUX.txt"          TO WS-CTLTOT-PATH
           MOVE "DCPT-S.txt"              TO WS-DCPT-S-PATH
           MOVE "DCPT-S-Erreur.txt"       TO WS-ERREUR-PATH
           MOVE "DCPT-S-DOUBLONS.txt"     TO WS-DOUBLONS-PATH
           MOVE "MODIF-DCPT-S.txt"        TO WS-MODIF-PATH
           MOVE "ASSUR-ECHANGE.txt"       TO WS-ECHANGE-PATH
           MOVE "ORDRES-VIREMENT.txt"     TO WS-ORDRES-PATH
           MOVE "VIREMENTS-ANOMALIES.txt" TO WS-ANOMALIES-PATH
           MOVE "JOURNAL-PAIEMENTS.txt"   TO WS-JOURNAL-PATH
           MOVE "RETOUR-ASSUREUR.txt"     TO WS-RETOUR-PATH
           MOVE "REJETS-ASSUREUR.txt"     TO WS-REJETS-PATH
           MOVE "BALANCE-CHAINE.txt"      TO WS-BALANCE-PATH

           ACCEPT WS-RUN-REF        FROM ENVIRONMENT
                                            "BALANCE_RUN_REF"
           ACCEPT WS-CTLTOT-PATH    FROM ENVIRONMENT
                                            "BALANCE_CTLTOT_IN"
           ACCEPT WS-DCPT-S-PATH    FROM ENVIRONMENT
                                            "BALANCE_DCPT_S_IN"
           ACCEPT WS-ERREUR-PATH    FROM ENVIRONMENT
                                            "BALANCE_ERREUR_IN"
           ACCEPT WS-DOUBLONS-PATH  FROM ENVIRONMENT
                                            "BALANCE_DOUBLONS_IN"
           ACCEPT WS-MODIF-PATH     FROM ENVIRONMENT
                                            "BALANCE_MODIF_IN"
           ACCEPT WS-ECHANGE-PATH   FROM ENVIRONMENT
                                            "BALANCE_ECHANGE_IN"
           ACCEPT WS-ORDRES-PATH    FROM ENVIRONMENT
                                            "BALANCE_ORDRES_IN"
           ACCEPT WS-ANOMALIES-PATH FROM ENVIRONMENT
                                            "BALANCE_ANOMALIES_IN"
           ACCEPT WS-JOURNAL-PATH   FROM ENVIRONMENT
                                            "BALANCE_JOURNAL_IN"
           ACCEPT WS-RETOUR-PATH    FROM ENVIRONMENT
                                            "BALANCE_RETOUR_IN"
           ACCEPT WS-REJETS-PATH    FROM ENVIRONMENT
                                            "BALANCE_REJETS_IN"
           ACCEPT WS-BALANCE-PATH   FROM ENVIRONMENT
                                            "BALANCE_RAPPORT_OUT"

           IF WS-CTLTOT-PATH    = SPACES
              MOVE "CTL-TOTAUX.txt"          TO WS-CTLTOT-PATH
           END-IF
           IF WS-DCPT-S-PATH    = SPACES
              MOVE "DCPT-S.txt"              TO WS-DCPT-S-PATH
           END-IF
           IF WS-ERREUR-PATH    = SPACES
              MOVE "DCPT-S-Erreur.txt"       TO WS-ERREUR-PATH
           END-IF
           IF WS-DOUBLONS-PATH  = SPACES
              MOVE "DCPT-S-DOUBLONS.txt"     TO WS-DOUBLONS-PATH
           END-IF
           IF WS-MODIF-PATH     = SPACES
              MOVE "MODIF-DCPT-S.txt"        TO WS-MODIF-PATH
           END-IF
           IF WS-ECHANGE-PATH   = SPACES
              MOVE "ASSUR-ECHANGE.txt"       TO WS-ECHANGE-PATH
           END-IF
           IF WS-ORDRES-PATH    = SPACES
              MOVE "ORDRES-VIREMENT.txt"     TO WS-ORDRES-PATH
           END-IF
           IF WS-ANOMALIES-PATH = SPACES
              MOVE "VIREMENTS-ANOMALIES.txt" TO WS-ANOMALIES-PATH
           END-IF
           IF WS-JOURNAL-PATH   = SPACES
              MOVE "JOURNAL-PAIEMENTS.txt"   TO WS-JOURNAL-PATH
           END-IF
           IF WS-RETOUR-PATH    = SPACES
              MOVE "RETOUR-ASSUREUR.txt"     TO WS-RETOUR-PATH
           END-IF
           IF WS-REJETS-PATH    = SPACES
              MOVE "REJETS-ASSUREUR.txt"     TO WS-REJETS-PATH
           END-IF
           IF WS-BALANCE-PATH   = SPACES
              MOVE "BALANCE-CHAINE.txt"      TO WS-BALANCE-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *********************
       LECTURE-CTL-TOTAUX.
      *********************
      *    Retient la ligne CTL-TOTAUX de l'execution demandee (la
      *    derniere si elle a ete inscrite plusieurs fois) ; sans
      *    reference demandee, la derniere ligne du fichier. La ligne
      *    retenue est ensuite decoupee en zones CLE=VALEUR.
           MOVE SPACES TO WS-CTL-LIGNE
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT CTL-TOTAUX
           IF L-Fst-Ctl NOT = ZERO
              DISPLAY "Fichier CTL-TOTAUX indisponible, statut = "
                       L-Fst-Ctl
              SET Fin-FICHIER-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-FICHIER-Oui
              READ CTL-TOTAUX
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   MOVE SPACES TO WS-CTL-RUN-LU
                   MOVE 1 TO WS-CTL-PTR
                   PERFORM UNTIL WS-CTL-PTR > 500
                              OR WS-CTL-RUN-LU NOT = SPACES
                      MOVE SPACES TO WS-CTL-ZONE
                      UNSTRING ENR-CTL-TOTAUX DELIMITED BY ALL SPACE
                          INTO WS-CTL-ZONE
                          WITH POINTER WS-CTL-PTR
                      END-UNSTRING
                      IF WS-CTL-ZONE (1:4) = "RUN="
                         MOVE WS-CTL-ZONE (5:14) TO WS-CTL-RUN-LU
                      END-IF
                      IF WS-CTL-ZONE = SPACES
                         MOVE 501 TO WS-CTL-PTR
                      END-IF
                   END-PERFORM
                   IF WS-RUN-REF = SPACES
                   OR WS-CTL-RUN-LU = WS-RUN-REF
                      MOVE ENR-CTL-TOTAUX TO WS-CTL-LIGNE
                      SET WS-CTL-TROUVE TO TRUE
                      MOVE WS-CTL-RUN-LU TO WS-CTL-RUN-RETENU
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Ctl = ZERO OR L-Fst-Ctl = "10"
              CLOSE CTL-TOTAUX
           END-IF

           IF WS-CTL-ABSENT
              MOVE SPACES TO WS-LIGNE-BALANCE
              STRING "BALANCE DE BOUT EN BOUT DE LA CHAINE DU "
                                          DELIMITED BY SIZE
                     WS-DATE-JOUR         DELIMITED BY SIZE
                INTO WS-LIGNE-BALANCE
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              MOVE SPACES TO WS-LIGNE-BALANCE
              STRING "*** EXECUTION "     DELIMITED BY SIZE
                     WS-RUN-REF           DELIMITED BY SIZE
                     " ABSENTE DE CTL-TOTAUX : BALANCE IMPOSSIBLE ***"
                                          DELIMITED BY SIZE
                INTO WS-LIGNE-BALANCE
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              DISPLAY "Execution " WS-RUN-REF
                      " absente de CTL-TOTAUX"
              GO TO FIN-LECTURE-CTL-TOTAUX
           END-IF

           IF WS-RUN-REF = SPACES
              MOVE WS-CTL-RUN-RETENU TO WS-RUN-REF
           END-IF

           MOVE 1 TO WS-CTL-PTR
           PERFORM UNTIL WS-CTL-PTR > 500
              MOVE SPACES TO WS-CTL-ZONE
              UNSTRING WS-CTL-LIGNE DELIMITED BY ALL SPACE
                  INTO WS-CTL-ZONE
                  WITH POINTER WS-CTL-PTR
              END-UNSTRING
              IF WS-CTL-ZONE = SPACES
                 MOVE 501 TO WS-CTL-PTR
              ELSE
                 PERFORM DECODE-ZONE-CTL THRU FIN-DECODE-ZONE-CTL
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIGNE-BALANCE
           STRING "BALANCE DE BOUT EN BOUT DE LA CHAINE - EXECUTION "
                                          DELIMITED BY SIZE
                  WS-RUN-REF              DELIMITED BY SIZE
                  " - EDITEE LE "         DELIMITED BY SIZE
                  WS-DATE-JOUR            DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           MOVE "MONTANTS SIGNES (ANNULATIONS EN NEGATIF)" TO
                                          WS-LIGNE-BALANCE
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           DISPLAY "Execution balancee : " WS-RUN-REF
           .
      ************************
       FIN-LECTURE-CTL-TOTAUX. EXIT.
      ************************
      *-----------------------------------------------------------------
      ******************
       DECODE-ZONE-CTL.
      ******************
      *    Une zone CLE=VALEUR de la ligne CTL-TOTAUX ; les nombres
      *    sont edites sans signe, les montants avec signe et point
      *    decimal ; un montant positif est edite avec un blanc en
      *    tete, sa valeur est alors la zone suivante de la ligne.
           MOVE SPACES TO WS-CTL-CLE WS-CTL-VALEUR
           UNSTRING WS-CTL-ZONE DELIMITED BY "="
               INTO WS-CTL-CLE WS-CTL-VALEUR
           END-UNSTRING
           IF WS-CTL-VALEUR = SPACES
              UNSTRING WS-CTL-LIGNE DELIMITED BY ALL SPACE
                  INTO WS-CTL-VALEUR
                  WITH POINTER WS-CTL-PTR
              END-UNSTRING
           END-IF
           IF WS-CTL-VALEUR = SPACES
              GO TO FIN-DECODE-ZONE-CTL
           END-IF
           EVALUATE WS-CTL-CLE
             WHEN "LUS"
                COMPUTE WS-CTL-LUS = FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "VALIDES"
                COMPUTE WS-CTL-VALIDES =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "ERREURS"
                COMPUTE WS-CTL-ERREURS =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "DOUBLONS"
                COMPUTE WS-CTL-DOUBLONS =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "RECYCLE"
                COMPUTE WS-CTL-RECYCLE =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MODIF-DCPT-S"
                COMPUTE WS-CTL-MODIF = FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-TOT-ECRIT"
                COMPUTE WS-CTL-MONT-TOT-ECRIT =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-LU-DCPT-S"
                SET WS-CTL-VENTILE TO TRUE
                COMPUTE WS-CTL-MONT-LU-DCPT-S =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-LU-RECYCLE"
                COMPUTE WS-CTL-MONT-LU-RECYCLE =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-VALIDE"
                COMPUTE WS-CTL-MONT-VALIDE =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-ERREUR"
                COMPUTE WS-CTL-MONT-ERREUR =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN "MONT-DOUBLONS"
                COMPUTE WS-CTL-MONT-DOUBLONS =
                                    FUNCTION NUMVAL (WS-CTL-VALEUR)
             WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      *********************
       FIN-DECODE-ZONE-CTL. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       RELEVE-FICHIERS.
      ******************
      *    Relit les fichiers de la chaine et releve leurs nombres et
      *    montants ; un fichier absent laisse son indicateur a 'N'.
           PERFORM RELEVE-DCPT-S       THRU FIN-RELEVE-DCPT-S
           PERFORM RELEVE-ERREURS      THRU FIN-RELEVE-ERREURS
           PERFORM RELEVE-DOUBLONS     THRU FIN-RELEVE-DOUBLONS
           PERFORM RELEVE-MODIF        THRU FIN-RELEVE-MODIF
           PERFORM RELEVE-ECHANGE      THRU FIN-RELEVE-ECHANGE
           PERFORM RELEVE-ORDRES       THRU FIN-RELEVE-ORDRES
           PERFORM RELEVE-ANOMALIES    THRU FIN-RELEVE-ANOMALIES
           PERFORM RELEVE-JOURNAL      THRU FIN-RELEVE-JOURNAL
           PERFORM RELEVE-RETOUR       THRU FIN-RELEVE-RETOUR
           PERFORM RELEVE-REJETS-ASSUREUR THRU
                                         FIN-RELEVE-REJETS-ASSUREUR
           .
      **********************
       FIN-RELEVE-FICHIERS. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       MONTANT-SIGNE.
      ****************
      *    Montant signe de l'image DCPT-S placee dans WS-ENR-DCPT-S,
      *    selon la regle de Frais-Sante : annulation en negatif, un
      *    montant non numerique compte pour zero.
           MOVE 0 TO WS-MONT-SIGNE-ENR
           IF WS-MONT-REMB IS NUMERIC
              IF WS-TYPE-ANNULATION
                 COMPUTE WS-MONT-SIGNE-ENR = 0 - WS-MONT-REMB
              ELSE
                 MOVE WS-MONT-REMB TO WS-MONT-SIGNE-ENR
              END-IF
           END-IF
           .
      ********************
       FIN-MONTANT-SIGNE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       RELEVE-DCPT-S.
      ****************
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT DCPT-S
           IF L-Fst-In NOT = ZERO
              DISPLAY "Fichier DCPT-S indisponible, statut = "
                       L-Fst-In
              GO TO FIN-RELEVE-DCPT-S
           END-IF
           MOVE 'O' TO WS-DCPT-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ DCPT-S
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S TO WS-ENR-DCPT-S
                   PERFORM MONTANT-SIGNE THRU FIN-MONTANT-SIGNE
                   ADD 1 TO WS-DCPT-NB
                   ADD WS-MONT-SIGNE-ENR TO WS-DCPT-MONT
              END-READ
           END-PERFORM
           CLOSE DCPT-S
           .
      ********************
       FIN-RELEVE-DCPT-S. EXIT.
      ********************
      *-----------------------------------------------------------------
      *****************
       RELEVE-ERREURS.
      *****************
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT DCPT-S-Erreur
           IF L-Fst-Err NOT = ZERO
              DISPLAY "Fichier DCPT-S-Erreur indisponible, statut = "
                       L-Fst-Err
              GO TO FIN-RELEVE-ERREURS
           END-IF
           MOVE 'O' TO WS-ERR-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ DCPT-S-Erreur
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-Erreur-Enr TO WS-ENR-DCPT-S
                   PERFORM MONTANT-SIGNE THRU FIN-MONTANT-SIGNE
                   ADD 1 TO WS-ERR-NB
                   ADD WS-MONT-SIGNE-ENR TO WS-ERR-MONT
              END-READ
           END-PERFORM
           CLOSE DCPT-S-Erreur
           .
      *********************
       FIN-RELEVE-ERREURS. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       RELEVE-DOUBLONS.
      ******************
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT DCPT-S-DOUBLONS
           IF L-Fst-Dbl NOT = ZERO
              DISPLAY "Fichier DCPT-S-DOUBLONS indisponible, statut = "
                       L-Fst-Dbl
              GO TO FIN-RELEVE-DOUBLONS
           END-IF
           MOVE 'O' TO WS-DBL-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ DCPT-S-DOUBLONS
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-DOUBLONS TO WS-ENR-DCPT-S
                   PERFORM MONTANT-SIGNE THRU FIN-MONTANT-SIGNE
                   ADD 1 TO WS-DBL-NB
                   ADD WS-MONT-SIGNE-ENR TO WS-DBL-MONT
              END-READ
           END-PERFORM
           CLOSE DCPT-S-DOUBLONS
           .
      **********************
       FIN-RELEVE-DOUBLONS. EXIT.
      **********************
      *-----------------------------------------------------------------
      ***************
       RELEVE-MODIF.
      ***************
      *    MODIF-DCPT-S : ligne d'identification de l'execution, ligne
      *    d'intitules, puis une ligne par produit/mois.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT MODIF-DCPT-S
           IF L-Fst-Mod NOT = ZERO
              DISPLAY "Fichier MODIF-DCPT-S indisponible, statut = "
                       L-Fst-Mod
              GO TO FIN-RELEVE-MODIF
           END-IF
           MOVE 'O' TO WS-MODIF-LU-IND
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
                        ADD 1 TO WS-MODIF-NB
                        ADD ENR-MODIF-DCPT-S-MONT-TOT TO
                                         WS-MODIF-MONT
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE MODIF-DCPT-S
           .
      *******************
       FIN-RELEVE-MODIF. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       RELEVE-ECHANGE.
      *****************
      *    Fichier d'echange : entete (reference d'execution), details
      *    charges en table pour le rapprochement du retour, pied.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT ASSUR-ECHANGE
           IF L-Fst-Ech NOT = ZERO
              DISPLAY "Fichier ASSUR-ECHANGE indisponible, statut = "
                       L-Fst-Ech
              GO TO FIN-RELEVE-ECHANGE
           END-IF
           MOVE 'O' TO WS-ECH-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ ASSUR-ECHANGE
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   EVALUATE ENR-ASSUR-ECHANGE (1:1)
                     WHEN '1'
                        MOVE ENR-ASSUR-ECHANGE TO WS-ENR-ECH-ENTETE
                        MOVE WS-ECH-ENT-RUN-REF TO WS-RUN-REF-ECHANGE
                     WHEN '2'
                        MOVE ENR-ASSUR-ECHANGE TO WS-ENR-ECH-DETAIL
                        ADD 1 TO WS-ECH-NB
                        ADD WS-ECH-DET-MONT TO WS-ECH-MONT
                        IF WS-TAB-ECH-NB < 10000
                           ADD 1 TO WS-TAB-ECH-NB
                           SET WS-IDX-ECH TO WS-TAB-ECH-NB
                           MOVE WS-ECH-DET-NUM-PLC TO
                                WS-TAB-ECH-NUM-PLC (WS-IDX-ECH)
                           MOVE WS-ECH-DET-ANNEE   TO
                                WS-TAB-ECH-ANNEE   (WS-IDX-ECH)
                           MOVE WS-ECH-DET-MOIS    TO
                                WS-TAB-ECH-MOIS    (WS-IDX-ECH)
                           MOVE WS-ECH-DET-MONT    TO
                                WS-TAB-ECH-MONT    (WS-IDX-ECH)
                           SET WS-ECH-SANS-REPONSE (WS-IDX-ECH)
                                                   TO TRUE
                        ELSE
                           DISPLAY "Table des details emis saturee, "
                                    "detail ignore : "
                                    WS-ECH-DET-NUM-PLC
                        END-IF
                     WHEN '9'
                        MOVE ENR-ASSUR-ECHANGE TO WS-ENR-ECH-PIED
                        MOVE 'O' TO WS-ECH-PIED-IND
                        MOVE WS-ECH-PIED-NB-DETAILS TO WS-ECH-PIED-NB
                        MOVE WS-ECH-PIED-HASH   TO WS-ECH-PIED-MONT
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ASSUR-ECHANGE
           .
      *********************
       FIN-RELEVE-ECHANGE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ****************
       RELEVE-ORDRES.
      ****************
      *    Ordres de virement : ceux de l'execution balancee (reference
      *    d'ordre prefixee par la reference d'execution, reemissions
      *    comprises) et ceux d'une autre execution.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT ORDRES-VIREMENT
           IF L-Fst-Ord NOT = ZERO
              DISPLAY "Fichier ORDRES-VIREMENT indisponible, statut = "
                       L-Fst-Ord
              GO TO FIN-RELEVE-ORDRES
           END-IF
           MOVE 'O' TO WS-ORD-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ ORDRES-VIREMENT
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   IF ENR-ORD-REF-RUN = WS-RUN-REF
                      ADD 1 TO WS-ORD-NB
                      ADD ENR-ORD-MONT TO WS-ORD-MONT
                   ELSE
                      ADD 1 TO WS-ORD-AUTRE-NB
                      ADD ENR-ORD-MONT TO WS-ORD-AUTRE-MONT
                   END-IF
              END-READ
           END-PERFORM
           CLOSE ORDRES-VIREMENT
           .
      ********************
       FIN-RELEVE-ORDRES. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       RELEVE-ANOMALIES.
      *******************
      *    Anomalies de Gen-Virements : les details de l'execution
      *    restes sans ordre ; les paiements rejetes par la banque et
      *    toujours a repayer (executions anterieures) sont releves a
      *    part, ils ne portent pas sur les details de l'execution.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT VIREMENTS-ANOMALIES
           IF L-Fst-Ano NOT = ZERO
              DISPLAY "Fichier VIREMENTS-ANOMALIES indisponible, "
                      "statut = " L-Fst-Ano
              GO TO FIN-RELEVE-ANOMALIES
           END-IF
           MOVE 'O' TO WS-ANO-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ VIREMENTS-ANOMALIES
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   IF ENR-ANO-SEP1 = " * " AND ENR-ANO-SEP2 = " * "
                      COMPUTE WS-MONT-TRAVAIL =
                              FUNCTION NUMVAL (ENR-ANO-MONT)
                      IF ENR-ANO-MOTIF (1:9) = "A REPAYER"
                         ADD 1 TO WS-ATT-NB
                         ADD WS-MONT-TRAVAIL TO WS-ATT-MONT
                      ELSE
                         ADD 1 TO WS-ANO-NB
                         ADD WS-MONT-TRAVAIL TO WS-ANO-MONT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM
           CLOSE VIREMENTS-ANOMALIES
           .
      ***********************
       FIN-RELEVE-ANOMALIES. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *****************
       RELEVE-JOURNAL.
      *****************
      *    Ligne d'identification de l'execution et lignes de totaux
      *    du journal des paiements : brut, indus imputes et net
      *    vire ; reemissions ; indus inscrits.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT JOURNAL-PAIEMENTS
           IF L-Fst-Jrn NOT = ZERO
              DISPLAY "Fichier JOURNAL-PAIEMENTS indisponible, "
                      "statut = " L-Fst-Jrn
              GO TO FIN-RELEVE-JOURNAL
           END-IF
           MOVE 'O' TO WS-JRN-LU-IND
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
                        MOVE 'O' TO WS-JRN-TOTAUX-IND
                        COMPUTE WS-JRN-BRUT = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (12:19))
                        COMPUTE WS-JRN-IMPUTE = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (46:19))
                        COMPUTE WS-JRN-NET = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (75:19))
                     WHEN ENR-JOURNAL-PAIEMENTS (1:17) =
                                                "DONT REEMISSIONS "
                        COMPUTE WS-JRN-REEMIS-NB = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (18:10))
                        COMPUTE WS-JRN-REEMIS-MONT = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (37:19))
                     WHEN ENR-JOURNAL-PAIEMENTS (1:15) =
                                                "INDUS INSCRITS "
                        COMPUTE WS-JRN-INDUS-NB = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (16:10))
                        COMPUTE WS-JRN-INDUS-MONT = FUNCTION NUMVAL
                                (ENR-JOURNAL-PAIEMENTS (35:19))
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE JOURNAL-PAIEMENTS
           .
      *********************
       FIN-RELEVE-JOURNAL. EXIT.
      *********************
      *-----------------------------------------------------------------
      ****************
       RELEVE-RETOUR.
      ****************
      *    Retour assureur rapproche des details emis (meme police,
      *    meme annee, meme mois), comme le fait Rappro-Retour :
      *    acceptes et rejetes au montant retourne, details emis sans
      *    reponse au montant emis, retours inconnus ou en double.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT RETOUR-ASSUREUR
           IF L-Fst-Ret NOT = ZERO
              DISPLAY "Fichier RETOUR-ASSUREUR indisponible, statut = "
                       L-Fst-Ret
              GO TO FIN-RELEVE-RETOUR
           END-IF
           MOVE 'O' TO WS-RET-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ RETOUR-ASSUREUR
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   EVALUATE ENR-RETOUR-ASSUREUR (1:1)
                     WHEN '1'
                        MOVE ENR-RETOUR-ASSUREUR TO WS-ENR-RET-ENTETE
                        MOVE WS-RET-ENT-RUN-REF TO WS-RUN-REF-RETOUR
                     WHEN '2'
                        MOVE ENR-RETOUR-ASSUREUR TO WS-ENR-RET-DETAIL
                        ADD 1 TO WS-RET-LUS-NB
                        ADD WS-RET-DET-MONT TO WS-RET-LUS-MONT
                        PERFORM RAPPROCHE-RETOUR THRU
                                         FIN-RAPPROCHE-RETOUR
                     WHEN '9'
                        MOVE ENR-RETOUR-ASSUREUR TO WS-ENR-RET-PIED
                        MOVE 'O' TO WS-RET-PIED-IND
                        MOVE WS-RET-PIED-NB-DETAILS TO WS-RET-PIED-NB
                        MOVE WS-RET-PIED-HASH   TO WS-RET-PIED-MONT
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RETOUR-ASSUREUR

           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-TAB-ECH-NB
              IF WS-ECH-SANS-REPONSE (WS-IDX-ECH)
                 ADD 1 TO WS-RET-SANS-NB
                 ADD WS-TAB-ECH-MONT (WS-IDX-ECH) TO WS-RET-SANS-MONT
              END-IF
           END-PERFORM
           .
      ********************
       FIN-RELEVE-RETOUR. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       RAPPROCHE-RETOUR.
      *******************
           SET WS-IDX-ECH TO 1
           IF WS-TAB-ECH-NB = 0
              ADD 1 TO WS-RET-INC-NB
              ADD WS-RET-DET-MONT TO WS-RET-INC-MONT
              GO TO FIN-RAPPROCHE-RETOUR
           END-IF
           SEARCH WS-TAB-ECH-LIGNE
             AT END
                ADD 1 TO WS-RET-INC-NB
                ADD WS-RET-DET-MONT TO WS-RET-INC-MONT
             WHEN WS-TAB-ECH-NUM-PLC (WS-IDX-ECH) =
                                            WS-RET-DET-NUM-PLC
              AND WS-TAB-ECH-ANNEE (WS-IDX-ECH) =
                                            WS-RET-DET-ANNEE
              AND WS-TAB-ECH-MOIS (WS-IDX-ECH) =
                                            WS-RET-DET-MOIS
                IF WS-ECH-AVEC-REPONSE (WS-IDX-ECH)
                   ADD 1 TO WS-RET-INC-NB
                   ADD WS-RET-DET-MONT TO WS-RET-INC-MONT
                ELSE
                   SET WS-ECH-AVEC-REPONSE (WS-IDX-ECH) TO TRUE
                   IF WS-RET-DET-ACCEPTE
                      ADD 1 TO WS-RET-ACC-NB
                      ADD WS-RET-DET-MONT TO WS-RET-ACC-MONT
                   ELSE
                      ADD 1 TO WS-RET-REJ-NB
                      ADD WS-RET-DET-MONT TO WS-RET-REJ-MONT
                   END-IF
                END-IF
           END-SEARCH
           .
      ***********************
       FIN-RAPPROCHE-RETOUR. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *************************
       RELEVE-REJETS-ASSUREUR.
      *************************
      *    Rejets ecrits par Rappro-Retour : image du detail rejete au
      *    dessin du retour.
           SET Fin-FICHIER-Non TO TRUE
           OPEN INPUT REJETS-ASSUREUR
           IF L-Fst-Rej NOT = ZERO
              DISPLAY "Fichier REJETS-ASSUREUR indisponible, statut = "
                       L-Fst-Rej
              GO TO FIN-RELEVE-REJETS-ASSUREUR
           END-IF
           MOVE 'O' TO WS-REJAS-LU-IND
           PERFORM UNTIL Fin-FICHIER-Oui
              READ REJETS-ASSUREUR
                AT END
                   SET Fin-FICHIER-Oui TO TRUE
                NOT AT END
                   MOVE SPACES TO WS-ENR-RET-DETAIL
                   MOVE ENR-REJAS-ENR TO WS-ENR-RET-DETAIL (1:57)
                   IF WS-RET-DET-MONT IS NUMERIC
                      ADD 1 TO WS-REJAS-NB
                      ADD WS-RET-DET-MONT TO WS-REJAS-MONT
                   END-IF
              END-READ
           END-PERFORM
           CLOSE REJETS-ASSUREUR
           .
      *****************************
       FIN-RELEVE-REJETS-ASSUREUR. EXIT.
      *****************************
      *-----------------------------------------------------------------
      ***************
       ETAPE-ENTREE.
      ***************
      *    Etape 1 : lus = valides + rejetes + doublons, sur les
      *    chiffres declares par Frais-Sante ; les fichiers DCPT-S,
      *    DCPT-S-Erreur et DCPT-S-DOUBLONS sont confrontes a ces
      *    chiffres. DCPT-S-RECYCLE est vide par Frais-Sante apres
      *    lecture : seul le chiffre declare subsiste.
           MOVE 1 TO WS-ETAPE
           PERFORM ECR-ENTETE-ETAPE THRU FIN-ECR-ENTETE-ETAPE

           IF WS-CTL-NON-VENTILE
              MOVE SPACES TO WS-LIGNE-BALANCE
              STRING "   *** LIGNE CTL-TOTAUX SANS VENTILATION DES "
                                          DELIMITED BY SIZE
                     "MONTANTS : ETAPES 1 ET 2 NON BALANCEES ***"
                                          DELIMITED BY SIZE
                INTO WS-LIGNE-BALANCE
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ETAPE-INCOMPLETE THRU FIN-ETAPE-INCOMPLETE
              GO TO FIN-ETAPE-ENTREE
           END-IF

           COMPUTE WS-POSTE-NB = WS-CTL-LUS
           MOVE WS-CTL-MONT-LU-DCPT-S   TO WS-POSTE-MONT
           MOVE "LUS SUR DCPT-S" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-CTL-RECYCLE
           MOVE WS-CTL-MONT-LU-RECYCLE  TO WS-POSTE-MONT
           MOVE "LUS SUR DCPT-S-RECYCLE" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-CTRL-NB-A = WS-CTL-LUS + WS-CTL-RECYCLE
           COMPUTE WS-CTRL-MONT-A = WS-CTL-MONT-LU-DCPT-S
                                  + WS-CTL-MONT-LU-RECYCLE
           MOVE WS-CTRL-NB-A   TO WS-POSTE-NB
           MOVE WS-CTRL-MONT-A TO WS-POSTE-MONT
           MOVE "TOTAL LU" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           COMPUTE WS-POSTE-NB = WS-CTL-VALIDES
           MOVE WS-CTL-MONT-VALIDE      TO WS-POSTE-MONT
           MOVE "  DONT VALIDES" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-CTL-ERREURS
           MOVE WS-CTL-MONT-ERREUR      TO WS-POSTE-MONT
           MOVE "  DONT REJETES VERS DCPT-S-Erreur" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-CTL-DOUBLONS
           MOVE WS-CTL-MONT-DOUBLONS    TO WS-POSTE-MONT
           MOVE "  DONT ECARTES EN DOUBLONS" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           COMPUTE WS-CTRL-NB-B = WS-CTL-VALIDES + WS-CTL-ERREURS
                                + WS-CTL-DOUBLONS
           COMPUTE WS-CTRL-MONT-B = WS-CTL-MONT-VALIDE
                                  + WS-CTL-MONT-ERREUR
                                  + WS-CTL-MONT-DOUBLONS
           MOVE "VALIDATION FRAIS-SANTE (LUS / VENTILATION)" TO
                                               WS-CTRL-LIB
           PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART

      *    Confrontation des fichiers aux chiffres declares :
           IF WS-DCPT-LU
              COMPUTE WS-CTRL-NB-A = WS-CTL-LUS
              MOVE WS-CTL-MONT-LU-DCPT-S TO WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-DCPT-NB
              MOVE WS-DCPT-MONT TO WS-CTRL-MONT-B
              MOVE "LECTURE DCPT-S (CTL-TOTAUX / FICHIER)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           ELSE
              MOVE "DCPT-S" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           IF WS-ERR-LU
              COMPUTE WS-CTRL-NB-A = WS-CTL-ERREURS
              MOVE WS-CTL-MONT-ERREUR TO WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-ERR-NB
              MOVE WS-ERR-MONT TO WS-CTRL-MONT-B
              MOVE "ECRITURE DCPT-S-Erreur (CTL-TOTAUX / FICHIER)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           ELSE
              MOVE "DCPT-S-Erreur" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           IF WS-DBL-LU
              COMPUTE WS-CTRL-NB-A = WS-CTL-DOUBLONS
              MOVE WS-CTL-MONT-DOUBLONS TO WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-DBL-NB
              MOVE WS-DBL-MONT TO WS-CTRL-MONT-B
              MOVE "ECRITURE DCPT-S-DOUBLONS (CTL-TOTAUX / FICHIER)"
                                            TO WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           ELSE
              MOVE "DCPT-S-DOUBLONS" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           .
      *******************
       FIN-ETAPE-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ****************
       ETAPE-SORTIES.
      ****************
      *    Etape 2 : valides = total ecrit dans MODIF-DCPT-S.
           MOVE 2 TO WS-ETAPE
           PERFORM ECR-ENTETE-ETAPE THRU FIN-ECR-ENTETE-ETAPE

           IF NOT WS-MODIF-LU
              MOVE "MODIF-DCPT-S" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
              GO TO FIN-ETAPE-SORTIES
           END-IF
           IF WS-RUN-REF-MODIF NOT = WS-RUN-REF
              MOVE "MODIF-DCPT-S" TO WS-POSTE-LIB
              MOVE WS-RUN-REF-MODIF TO WS-CTRL-LIB
              PERFORM AUTRE-EXECUTION THRU FIN-AUTRE-EXECUTION
           END-IF

           COMPUTE WS-POSTE-NB = WS-MODIF-NB
           MOVE WS-MODIF-MONT TO WS-POSTE-MONT
           MOVE "TOTAL MODIF-DCPT-S (LIGNES PRODUIT/MOIS)" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           COMPUTE WS-CTRL-NB-A = WS-CTL-MODIF
           MOVE WS-CTL-MONT-TOT-ECRIT TO WS-CTRL-MONT-A
           COMPUTE WS-CTRL-NB-B = WS-MODIF-NB
           MOVE WS-MODIF-MONT TO WS-CTRL-MONT-B
           MOVE "ECRITURE MODIF-DCPT-S (CTL-TOTAUX / FICHIER)" TO
                                               WS-CTRL-LIB
           PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART

           IF WS-CTL-VENTILE
              MOVE 0 TO WS-CTRL-NB-A WS-CTRL-NB-B
              MOVE WS-CTL-MONT-VALIDE TO WS-CTRL-MONT-A
              MOVE WS-MODIF-MONT      TO WS-CTRL-MONT-B
              MOVE "RUPTURE MENSUELLE PAR PRODUIT (VALIDES / MODIF)"
                                            TO WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           END-IF
           .
      ********************
       FIN-ETAPE-SORTIES. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       ETAPE-ECHANGE.
      ****************
      *    Etape 3 : details du fichier d'echange = pied = total des
      *    sorties mensuelles.
           MOVE 3 TO WS-ETAPE
           PERFORM ECR-ENTETE-ETAPE THRU FIN-ECR-ENTETE-ETAPE

           IF NOT WS-ECH-LU
              MOVE "ASSUR-ECHANGE" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
              GO TO FIN-ETAPE-ECHANGE
           END-IF
           IF WS-RUN-REF-ECHANGE NOT = WS-RUN-REF
              MOVE "ASSUR-ECHANGE" TO WS-POSTE-LIB
              MOVE WS-RUN-REF-ECHANGE TO WS-CTRL-LIB
              PERFORM AUTRE-EXECUTION THRU FIN-AUTRE-EXECUTION
           END-IF

           COMPUTE WS-POSTE-NB = WS-ECH-NB
           MOVE WS-ECH-MONT TO WS-POSTE-MONT
           MOVE "DETAILS ASSUR-ECHANGE (POLICE/MOIS)" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           IF NOT WS-ECH-PIED-VU
              MOVE "   *** ASSUR-ECHANGE SANS PIED DE CONTROLE ***" TO
                                               WS-LIGNE-BALANCE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ETAPE-INCOMPLETE THRU FIN-ETAPE-INCOMPLETE
              GO TO FIN-ETAPE-ECHANGE
           END-IF
           COMPUTE WS-POSTE-NB = WS-ECH-PIED-NB
           MOVE WS-ECH-PIED-MONT TO WS-POSTE-MONT
           MOVE "PIED ASSUR-ECHANGE (TOTAL DE CONTROLE)" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           COMPUTE WS-CTRL-NB-A = WS-ECH-PIED-NB
           MOVE WS-ECH-PIED-MONT TO WS-CTRL-MONT-A
           COMPUTE WS-CTRL-NB-B = WS-ECH-NB
           MOVE WS-ECH-MONT TO WS-CTRL-MONT-B
           MOVE "PIED ASSUR-ECHANGE (PIED / DETAILS)" TO WS-CTRL-LIB
           PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART

           IF WS-MODIF-LU
              MOVE 0 TO WS-CTRL-NB-A WS-CTRL-NB-B
              MOVE WS-MODIF-MONT    TO WS-CTRL-MONT-A
              MOVE WS-ECH-PIED-MONT TO WS-CTRL-MONT-B
              MOVE "RUPTURE PAR POLICE (MODIF-DCPT-S / PIED)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           END-IF
           .
      ********************
       FIN-ETAPE-ECHANGE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       ETAPE-VIREMENTS.
      ******************
      *    Etape 4 : chaque detail du fichier d'echange est paye par
      *    un ordre (net apres imputation des indus de la police),
      *    entierement compense, inscrit en indu (net negatif) ou
      *    sorti en anomalie ; d'ou pied = ordres de l'execution hors
      *    reemissions + indus imputes + anomalies - indus inscrits.
      *    Les reemissions de paiements rejetes par la banque portent
      *    sur des executions anterieures : elles sont montrees et
      *    deduites, de meme que les paiements toujours a repayer.
           MOVE 4 TO WS-ETAPE
           PERFORM ECR-ENTETE-ETAPE THRU FIN-ECR-ENTETE-ETAPE

           IF NOT WS-ORD-LU
              MOVE "ORDRES-VIREMENT" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           IF NOT WS-ANO-LU
              MOVE "VIREMENTS-ANOMALIES" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           IF NOT WS-JRN-LU OR NOT WS-JRN-TOTAUX-VUS
              MOVE "JOURNAL-PAIEMENTS (LIGNES DE TOTAUX)" TO
                                               WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           IF WS-JRN-LU AND WS-RUN-REF-JOURNAL NOT = WS-RUN-REF
              MOVE "JOURNAL-PAIEMENTS" TO WS-POSTE-LIB
              IF WS-RUN-REF-JOURNAL = SPACES
                 MOVE "(AUCUNE)" TO WS-CTRL-LIB
              ELSE
                 MOVE WS-RUN-REF-JOURNAL TO WS-CTRL-LIB
              END-IF
              PERFORM AUTRE-EXECUTION THRU FIN-AUTRE-EXECUTION
           END-IF
           IF WS-ETAPE-INCOMPLETE (WS-ETAPE)
              GO TO FIN-ETAPE-VIREMENTS
           END-IF

           COMPUTE WS-POSTE-NB = WS-ORD-NB
           MOVE WS-ORD-MONT TO WS-POSTE-MONT
           MOVE "ORDRES-VIREMENT DE L'EXECUTION" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = 0 - WS-JRN-REEMIS-NB
           COMPUTE WS-POSTE-MONT = 0 - WS-JRN-REEMIS-MONT
           MOVE "  MOINS REEMISSIONS (PAIEMENTS ANTERIEURS REJETES)"
                                            TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = 0
           MOVE WS-JRN-IMPUTE TO WS-POSTE-MONT
           MOVE "  PLUS INDUS IMPUTES (COMPENSATIONS)" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-ANO-NB
           MOVE WS-ANO-MONT TO WS-POSTE-MONT
           MOVE "  PLUS VIREMENTS-ANOMALIES (DETAILS SANS ORDRE)" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-JRN-INDUS-NB
           COMPUTE WS-POSTE-MONT = 0 - WS-JRN-INDUS-MONT
           MOVE "  MOINS INDUS INSCRITS (NETS NEGATIFS)" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-MONT-TRAVAIL = WS-ORD-MONT - WS-JRN-REEMIS-MONT
                                   + WS-JRN-IMPUTE + WS-ANO-MONT
                                   - WS-JRN-INDUS-MONT
           MOVE 0 TO WS-POSTE-NB
           MOVE WS-MONT-TRAVAIL TO WS-POSTE-MONT
           MOVE "TOTAL VENTILE DES DETAILS DE L'EXECUTION" TO
                                               WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-ATT-NB
           MOVE WS-ATT-MONT TO WS-POSTE-MONT
           MOVE "POUR INFORMATION : PAIEMENTS A REPAYER EN ATTENTE"
                                            TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           IF WS-ORD-AUTRE-NB > 0
              MOVE 0 TO WS-CTRL-NB-A WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-ORD-AUTRE-NB
              MOVE WS-ORD-AUTRE-MONT TO WS-CTRL-MONT-B
              MOVE "ORDRES-VIREMENT D'UNE AUTRE EXECUTION" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           END-IF

           MOVE 0 TO WS-CTRL-NB-A WS-CTRL-NB-B
           MOVE WS-JRN-NET  TO WS-CTRL-MONT-A
           MOVE WS-ORD-MONT TO WS-CTRL-MONT-B
           MOVE "ECRITURE ORDRES-VIREMENT (JOURNAL / FICHIER)" TO
                                               WS-CTRL-LIB
           PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART

           IF WS-ECH-PIED-VU
              MOVE 0 TO WS-CTRL-NB-A WS-CTRL-NB-B
              MOVE WS-ECH-PIED-MONT TO WS-CTRL-MONT-A
              MOVE WS-MONT-TRAVAIL  TO WS-CTRL-MONT-B
              MOVE "GEN-VIREMENTS (PIED ECHANGE / TOTAL VENTILE)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           END-IF
           .
      **********************
       FIN-ETAPE-VIREMENTS. EXIT.
      **********************
      *-----------------------------------------------------------------
      ***************
       ETAPE-RETOUR.
      ***************
      *    Etape 5 : pied du fichier d'echange = acceptes + rejetes
      *    (au montant retourne) + details sans reponse ; les retours
      *    inconnus de l'emission ou en double sont des ecarts ; les
      *    rejets ecrits par Rappro-Retour egalent les rejetes.
           MOVE 5 TO WS-ETAPE
           PERFORM ECR-ENTETE-ETAPE THRU FIN-ECR-ENTETE-ETAPE

           IF NOT WS-RET-LU
              MOVE "RETOUR-ASSUREUR" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
              GO TO FIN-ETAPE-RETOUR
           END-IF
           IF NOT WS-ECH-PIED-VU
              MOVE "ASSUR-ECHANGE (PIED)" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
              GO TO FIN-ETAPE-RETOUR
           END-IF
           IF WS-RUN-REF-RETOUR NOT = WS-RUN-REF
              MOVE "RETOUR-ASSUREUR" TO WS-POSTE-LIB
              MOVE WS-RUN-REF-RETOUR TO WS-CTRL-LIB
              PERFORM AUTRE-EXECUTION THRU FIN-AUTRE-EXECUTION
           END-IF

           COMPUTE WS-POSTE-NB = WS-RET-ACC-NB
           MOVE WS-RET-ACC-MONT TO WS-POSTE-MONT
           MOVE "DETAILS ACCEPTES PAR L'ASSUREUR" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-RET-REJ-NB
           MOVE WS-RET-REJ-MONT TO WS-POSTE-MONT
           MOVE "DETAILS REJETES PAR L'ASSUREUR" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE
           COMPUTE WS-POSTE-NB = WS-RET-SANS-NB
           MOVE WS-RET-SANS-MONT TO WS-POSTE-MONT
           MOVE "DETAILS EMIS SANS REPONSE" TO WS-POSTE-LIB
           PERFORM ECR-POSTE THRU FIN-ECR-POSTE

           COMPUTE WS-CTRL-NB-A = WS-ECH-PIED-NB
           MOVE WS-ECH-PIED-MONT TO WS-CTRL-MONT-A
           COMPUTE WS-CTRL-NB-B = WS-RET-ACC-NB + WS-RET-REJ-NB
                                + WS-RET-SANS-NB
           COMPUTE WS-CTRL-MONT-B = WS-RET-ACC-MONT + WS-RET-REJ-MONT
                                  + WS-RET-SANS-MONT
           MOVE "RETOUR ASSUREUR (PIED ECHANGE / VENTILATION)" TO
                                               WS-CTRL-LIB
           PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART

           IF WS-RET-INC-NB > 0
              MOVE 0 TO WS-CTRL-NB-A WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-RET-INC-NB
              MOVE WS-RET-INC-MONT TO WS-CTRL-MONT-B
              MOVE "RETOURS INCONNUS DE L'EMISSION OU EN DOUBLE" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           END-IF

           IF WS-RET-PIED-VU
              COMPUTE WS-CTRL-NB-A = WS-RET-PIED-NB
              MOVE WS-RET-PIED-MONT TO WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-RET-LUS-NB
              MOVE WS-RET-LUS-MONT TO WS-CTRL-MONT-B
              MOVE "PIED RETOUR-ASSUREUR (PIED / DETAILS)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           ELSE
              MOVE "   *** RETOUR-ASSUREUR SANS PIED DE CONTROLE ***"
                                            TO WS-LIGNE-BALANCE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ETAPE-INCOMPLETE THRU FIN-ETAPE-INCOMPLETE
           END-IF

           IF WS-REJAS-LU
              COMPUTE WS-CTRL-NB-A = WS-RET-REJ-NB
              MOVE WS-RET-REJ-MONT TO WS-CTRL-MONT-A
              COMPUTE WS-CTRL-NB-B = WS-REJAS-NB
              MOVE WS-REJAS-MONT TO WS-CTRL-MONT-B
              MOVE "ECRITURE REJETS-ASSUREUR (REJETES / FICHIER)" TO
                                               WS-CTRL-LIB
              PERFORM CONTROLE-ECART THRU FIN-CONTROLE-ECART
           ELSE
              MOVE "REJETS-ASSUREUR" TO WS-POSTE-LIB
              PERFORM FICHIER-ABSENT THRU FIN-FICHIER-ABSENT
           END-IF
           .
      *******************
       FIN-ETAPE-RETOUR. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       ECR-ENTETE-ETAPE.
      *******************
           MOVE SPACES TO WS-LIGNE-BALANCE
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           STRING "ETAPE "                DELIMITED BY SIZE
                  WS-ETAPE                DELIMITED BY SIZE
                  " - "                   DELIMITED BY SIZE
                  WS-ETAPE-LIB (WS-ETAPE) DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      ***********************
       FIN-ECR-ENTETE-ETAPE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ************
       ECR-POSTE.
      ************
      *    Une ligne de la balance : libelle, nombre, montant.
           MOVE WS-POSTE-NB   TO WS-NB-EDIT
           MOVE WS-POSTE-MONT TO WS-MONT-EDIT
           MOVE SPACES TO WS-LIGNE-BALANCE
           STRING "   "                   DELIMITED BY SIZE
                  WS-POSTE-LIB            DELIMITED BY SIZE
                  " NOMBRE "              DELIMITED BY SIZE
                  WS-NB-EDIT              DELIMITED BY SIZE
                  " MONTANT "             DELIMITED BY SIZE
                  WS-MONT-EDIT            DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           .
      ****************
       FIN-ECR-POSTE. EXIT.
      ****************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-ECART.
      *****************
      *    Compare l'attendu (A) au constate (B) : ligne "CONTROLE OK"
      *    ou ligne d'ecart chiffree (constate - attendu) au point de
      *    controle WS-CTRL-LIB de l'etape courante.
           COMPUTE WS-ECART-NB   = WS-CTRL-NB-B   - WS-CTRL-NB-A
           COMPUTE WS-ECART-MONT = WS-CTRL-MONT-B - WS-CTRL-MONT-A
           MOVE SPACES TO WS-LIGNE-BALANCE
           IF WS-ECART-NB = 0 AND WS-ECART-MONT = 0
              STRING "   CONTROLE OK : "    DELIMITED BY SIZE
                     WS-CTRL-LIB          DELIMITED BY SIZE
                INTO WS-LIGNE-BALANCE
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              GO TO FIN-CONTROLE-ECART
           END-IF
           ADD 1 TO CPT-ECARTS
           ADD 1 TO WS-ETAPE-NB-ECARTS (WS-ETAPE)
           MOVE WS-ECART-NB   TO WS-NB-EDIT
           MOVE WS-ECART-MONT TO WS-MONT-EDIT
           STRING "   *** ECART "         DELIMITED BY SIZE
                  WS-CTRL-LIB             DELIMITED BY SIZE
                  " NOMBRE "              DELIMITED BY SIZE
                  WS-NB-EDIT              DELIMITED BY SIZE
                  " MONTANT "             DELIMITED BY SIZE
                  WS-MONT-EDIT            DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           DISPLAY "Ecart etape " WS-ETAPE " : " WS-CTRL-LIB
           .
      *********************
       FIN-CONTROLE-ECART. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       FICHIER-ABSENT.
      *****************
      *    Fichier (libelle dans WS-POSTE-LIB) indisponible : l'etape
      *    courante ne peut pas etre balancee entierement.
           MOVE SPACES TO WS-LIGNE-BALANCE
           STRING "   *** FICHIER INDISPONIBLE : " DELIMITED BY SIZE
                  WS-POSTE-LIB            DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           PERFORM ETAPE-INCOMPLETE THRU FIN-ETAPE-INCOMPLETE
           .
      *********************
       FIN-FICHIER-ABSENT. EXIT.
      *********************
      *-----------------------------------------------------------------
      *******************
       ETAPE-INCOMPLETE.
      *******************
           IF WS-ETAPE-COMPLETE (WS-ETAPE)
              SET WS-ETAPE-INCOMPLETE (WS-ETAPE) TO TRUE
              ADD 1 TO CPT-ETAPES-INCOMPLETES
           END-IF
           .
      ***********************
       FIN-ETAPE-INCOMPLETE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ******************
       AUTRE-EXECUTION.
      ******************
      *    Le fichier (WS-POSTE-LIB) porte en tete une autre reference
      *    d'execution (WS-CTRL-LIB) : ecart de l'etape courante, les
      *    chiffres du fichier sont montres pour information.
           MOVE SPACES TO WS-LIGNE-BALANCE
           STRING "   *** ECART "         DELIMITED BY SIZE
                  WS-POSTE-LIB            DELIMITED BY SPACE
                  " PORTE L'EXECUTION "   DELIMITED BY SIZE
                  WS-CTRL-LIB (1:14)      DELIMITED BY SIZE
                  " ***"                  DELIMITED BY SIZE
             INTO WS-LIGNE-BALANCE
           END-STRING
           PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           ADD 1 TO CPT-ECARTS
           ADD 1 TO WS-ETAPE-NB-ECARTS (WS-ETAPE)
           .
      **********************
       FIN-AUTRE-EXECUTION. EXIT.
      **********************
      *-----------------------------------------------------------------
      ************
       ECR-LIGNE.
      ************
           MOVE WS-LIGNE-BALANCE TO ENR-BALANCE-CHAINE
           WRITE ENR-BALANCE-CHAINE
           IF L-Fst-Bal NOT ZERO
              DISPLAY "Erreur ecriture BALANCE-CHAINE = " L-Fst-Bal
           END-IF
           MOVE SPACES TO WS-LIGNE-BALANCE
           .
      ****************
       FIN-ECR-LIGNE. EXIT.
      ****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
      *    Recapitulatif par etape, conclusion et zone de visa.
           IF WS-CTL-TROUVE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              MOVE "RECAPITULATIF PAR ETAPE" TO WS-LIGNE-BALANCE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM VARYING WS-ETAPE FROM 1 BY 1 UNTIL WS-ETAPE > 5
                 MOVE WS-ETAPE-NB-ECARTS (WS-ETAPE) TO WS-CPT-EDIT
                 IF WS-ETAPE-INCOMPLETE (WS-ETAPE)
                    STRING "   ETAPE "          DELIMITED BY SIZE
                           WS-ETAPE             DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-ETAPE-LIB (WS-ETAPE)
                                                DELIMITED BY SIZE
                           " ECARTS "           DELIMITED BY SIZE
                           WS-CPT-EDIT          DELIMITED BY SIZE
                           " INCOMPLETE"        DELIMITED BY SIZE
                      INTO WS-LIGNE-BALANCE
                    END-STRING
                 ELSE
                    STRING "   ETAPE "          DELIMITED BY SIZE
                           WS-ETAPE             DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-ETAPE-LIB (WS-ETAPE)
                                                DELIMITED BY SIZE
                           " ECARTS "           DELIMITED BY SIZE
                           WS-CPT-EDIT          DELIMITED BY SIZE
                      INTO WS-LIGNE-BALANCE
                    END-STRING
                 END-IF
                 PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              END-PERFORM

              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              IF CPT-ECARTS = 0 AND CPT-ETAPES-INCOMPLETES = 0
                 STRING "BALANCE EQUILIBREE DE BOUT EN BOUT POUR "
                                          DELIMITED BY SIZE
                        "L'EXECUTION "    DELIMITED BY SIZE
                        WS-RUN-REF        DELIMITED BY SIZE
                   INTO WS-LIGNE-BALANCE
                 END-STRING
              ELSE
                 MOVE CPT-ECARTS TO WS-CPT-EDIT
                 STRING "BALANCE NON EQUILIBREE : "
                                          DELIMITED BY SIZE
                        WS-CPT-EDIT       DELIMITED BY SIZE
                        " ECART(S)"       DELIMITED BY SIZE
                   INTO WS-LIGNE-BALANCE
                 END-STRING
                 MOVE 40 TO WS-CTL-PTR
                 MOVE CPT-ETAPES-INCOMPLETES TO WS-CPT-EDIT
                 STRING ", "              DELIMITED BY SIZE
                        WS-CPT-EDIT       DELIMITED BY SIZE
                        " ETAPE(S) INCOMPLETE(S)"
                                          DELIMITED BY SIZE
                   INTO WS-LIGNE-BALANCE
                   WITH POINTER WS-CTL-PTR
                 END-STRING
              END-IF
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
              STRING "VISA EXPLOITATION : ...............   "
                                          DELIMITED BY SIZE
                     "VISA GESTION : ...............   "
                                          DELIMITED BY SIZE
                     "VISA COMPTABILITE : ..............."
                                          DELIMITED BY SIZE
                INTO WS-LIGNE-BALANCE
              END-STRING
              PERFORM ECR-LIGNE THRU FIN-ECR-LIGNE
           END-IF

           CLOSE BALANCE-CHAINE

           DISPLAY "Nombre d'ecarts : "              CPT-ECARTS
           DISPLAY "Nombre d'etapes incompletes : "
                    CPT-ETAPES-INCOMPLETES
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM Balance-Chaine.
      *-----------------------------------------------------------------
