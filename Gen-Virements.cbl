      *    (entete '1', details '2' par police/mois au montant net
      *    signe, pied '9' avec totaux de controle), retrouve les
      *    coordonnees bancaires de chaque police dans le fichier des
      *    domiciliations (version en vigueur a la date d'execution)
      *    et produit :
      *    - le fichier des ordres de virement (un ordre par detail a
      *      montant strictement positif) ;
      *    - le journal des paiements emis, avec totaux de controle ;
      *    - la liste des anomalies (police sans domiciliation,
      *      montant net nul) : elles sortent en liste au lieu de
      *      bloquer le lot.
      *    Un detail a montant net negatif (annulation superieure aux
      *    remboursements du mois) est inscrit au compte des indus de
      *    la police (fichier INDUS, relu puis reecrit a chaque
      *    passage) ; les details positifs suivants de la meme police
      *    sont d'abord imputes sur ses indus ouverts, du plus ancien
      *    au plus recent, et l'ordre n'est emis que pour le net
      *    restant du.
      *    Chaque detail paye (ou entierement compense) est inscrit au
      *    registre des paiements (execution, police, mois) : un
      *    detail deja inscrit n'est jamais paye une seconde fois, et
      *    les paiements rejetes par la banque (statut R pose par
      *    Retour-Banque) sont reemis des que la domiciliation de la
      *    police a ete corrigee.
      *    Le pied du fichier d'echange est verifie (nombre de details
      *    et total de controle) ; un ecart est signale au journal.
      *
      *               prochain jour ouvre par le service de dates
      *               CONVDATE (week-ends et calendrier des jours
      *               feries) au lieu de la date du jour brute.
      *    15/10/26 - compte des indus par police : un net negatif
      *               n'est plus une anomalie mais un indu inscrit
      *               (mois d'origine, reference d'execution), impute
      *               sur les virements suivants de la police ; le
      *               journal detaille brut, indu impute et net paye.
      *    15/10/26 - registre des paiements : refus de payer deux
      *               fois le meme detail, reemission des paiements
      *               rejetes par la banque apres correction de la
      *               domiciliation.
      *    15/10/26 - domiciliations historisees (Maj-Domiciliations) :
      *               l'ordre prend la version en vigueur a sa date
      *               d'execution.
      *    15/10/26 - fichier des avis a editer (AVIS-A-EDITER) : une
      *               ligne par ordre emis ou reemis et par detail non
      *               paye avec son motif, pour l'edition des avis de
      *               paiement (Avis-Paiement).
      *    15/10/26 - table des domiciliations portee a 20000
      *               versions (historique complet) ; ligne
      *               d'identification de l'execution au journal des
      *               paiements, controlee par Interface-Compta et
      *               Balance-Chaine.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                FILE STATUS        IS L-Fst-Ano
           .

      *    Compte des indus par police (relu en debut de passage puis
      *    reecrit entierement en fin de passage) :
           SELECT INDUS ASSIGN DYNAMIC WS-INDUS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ind
           .

      *    Registre des paiements par execution/police/mois (relu
      *    en debut de passage puis reecrit ; mis a jour aussi par
      *    Retour-Banque) :
           SELECT PAIEMENTS-REGISTRE ASSIGN DYNAMIC WS-REGISTRE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Reg
           .

      *    Avis a editer : un par ordre emis ou reemis et par detail
      *    non paye (motif), repris par Avis-Paiement :
           SELECT AVIS-A-EDITER ASSIGN DYNAMIC WS-AVIS-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ave
           .

       DATA DIVISION.
       FILE SECTION.

           05 ENR-DOM-BIC                             PIC X(11).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-TITULAIRE                       PIC X(30).
      *    Historique tenu par Maj-Domiciliations : debut et fin
      *    (derniere date en vigueur, zero si ouverte) de la version,
      *    statut A/H/C ; absents d'un fichier non historise, la ligne
      *    vaut alors quelle que soit la date.
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-DAT-DEBUT                       PIC X(08).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-DAT-FIN                         PIC X(08).
           05 FILLER                                   PIC X(01).
           05 ENR-DOM-STATUT                          PIC X(01).

       FD ORDRES-VIREMENT.
       01 ENR-ORDRES-VIREMENT.
       FD VIREMENTS-ANOMALIES.
       01 ENR-VIREMENTS-ANOMALIES                          PIC X(132).

       FD INDUS.
       01 ENR-INDUS.
           05 ENR-IND-NUM-PLC                         PIC X(12).
           05 FILLER                                   PIC X(01).
      *    Mois d'origine (police/mois du detail negatif) et
      *    reference de l'execution Frais-Sante qui l'a produit :
           05 ENR-IND-ANNEE-ORIG                      PIC 9(04).
           05 ENR-IND-MOIS-ORIG                       PIC 9(02).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-RUN-REF                         PIC X(14).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-DAT-INSCR                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-MONT-INIT                       PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
           05 ENR-IND-MONT-RESTANT                    PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Statut : O = ouvert (reste du), S = solde par imputation.
           05 ENR-IND-STATUT                          PIC X(01).
           05 FILLER                                   PIC X(01).
      *    Derniere imputation (date et reference de l'execution) :
           05 ENR-IND-DAT-IMPUT                       PIC 9(08).
           05 FILLER                                   PIC X(01).
           05 ENR-IND-RUN-IMPUT                       PIC X(14).

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

       FD AVIS-A-EDITER.
       01 ENR-AVIS-A-EDITER.
      *    Type : P = ordre emis, R = ordre reemis apres rejet
      *    bancaire, N = detail non paye (motif en clair).
           05 AVE-TYPE                                PIC X(01).
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
      *    Execution Frais-Sante qui a produit le detail (celle du
      *    paiement d'origine pour une reemission) :
           05 AVE-RUN-REF                             PIC X(14).
           05 FILLER                                   PIC X(01).
           05 AVE-IBAN                                PIC X(34).
           05 FILLER                                   PIC X(01).
      *    Brut du detail (signe), part imputee sur les indus, net
      *    vire ; sur une reemission le brut est le net reemis :
           05 AVE-MONT-BRUT                           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                                   PIC X(01).
           05 AVE-MONT-IMPUTE                         PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
           05 AVE-MONT-NET                            PIC 9(13)V99.
           05 FILLER                                   PIC X(01).
      *    Ordre rejete par la banque et motif bancaire du rejet
      *    (reemission ou paiement a repayer en attente) :
           05 AVE-ORD-REF-PRECED                      PIC X(20).
           05 FILLER                                   PIC X(01).
           05 AVE-MOTIF-REJET                         PIC X(04).
           05 FILLER                                   PIC X(01).
           05 AVE-MOTIF                               PIC X(60).

       WORKING-STORAGE SECTION.

      * Variables File status
       01 L-Fst-Ord                        PIC XX VALUE "00".
       01 L-Fst-Jrn                        PIC XX VALUE "00".
       01 L-Fst-Ano                        PIC XX VALUE "00".
       01 L-Fst-Ind                        PIC XX VALUE "00".
       01 L-Fst-Reg                        PIC XX VALUE "00".
       01 L-Fst-Ave                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-ORDRES-PATH                         PIC X(200).
           05 WS-JOURNAL-PATH                        PIC X(200).
           05 WS-ANOMALIES-PATH                      PIC X(200).
           05 WS-INDUS-PATH                          PIC X(200).
           05 WS-REGISTRE-PATH                       PIC X(200).
           05 WS-AVIS-PATH                           PIC X(200).

      * Booléens pour tester la fin de lecture :

           88 Fin-DOMIC-Oui                        VALUE 1.
           88 Fin-DOMIC-Non                        VALUE 0.

       01 Fin-INDUS                             PIC 9.
           88 Fin-INDUS-Oui                        VALUE 1.
           88 Fin-INDUS-Non                        VALUE 0.

       01 Fin-REGISTRE                          PIC 9.
           88 Fin-REGISTRE-Oui                     VALUE 1.
           88 Fin-REGISTRE-Non                     VALUE 0.

      * Compteurs
       01 COMPTEURS.
           05 CPT-DETAILS-LUS                           PIC 9(09).
           05 CPT-ANOMALIES                             PIC 9(10).
           05 CPT-SANS-DOMIC                            PIC 9(10).
           05 CPT-MONT-NON-PAYABLE                      PIC 9(10).
           05 CPT-INDUS-CHARGES                         PIC 9(10).
           05 CPT-INDUS-INSCRITS                        PIC 9(10).
           05 CPT-INDUS-SOLDES                          PIC 9(10).
           05 CPT-COMPENSATIONS                         PIC 9(10).
           05 CPT-COMPENS-TOTALES                       PIC 9(10).
           05 CPT-REG-CHARGES                           PIC 9(10).
           05 CPT-REG-PURGES                            PIC 9(10).
           05 CPT-DEJA-PAYES                            PIC 9(10).
           05 CPT-REEMIS                                PIC 9(10).
           05 CPT-A-REPAYER-ATTENTE                     PIC 9(10).

      * Totaux de controle :
       01 WS-TOTAL-ORDRES                               PIC 9(15)V99.
       01 WS-TOTAL-DETAILS-LUS                          PIC S9(15)V99.
       01 WS-TOTAL-BRUT                                 PIC 9(15)V99.
       01 WS-TOTAL-IMPUTE                               PIC 9(15)V99.
       01 WS-TOTAL-INDUS-INSCRITS                       PIC 9(15)V99.
       01 WS-TOTAL-REEMIS                               PIC 9(15)V99.

      * Dessins des enregistrements du fichier d'echange (identiques
      * a ceux produits par Frais-Sante) :
           88 WS-PIED-VU                                VALUE 'O'.
           88 WS-PIED-NON-VU                             VALUE 'N'.

      * Domiciliations chargees en table au demarrage, historique
      * complet : toutes les versions de chaque police tenues par
      * Maj-Domiciliations, les plus recentes en fin de fichier
      * (table bornee a 20000 versions, comme dans
      * Maj-Domiciliations) :
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

      * Domiciliation retrouvee pour le detail courant :
       01 WS-DOMIC-TROUVEE-IND                            PIC X(01).
       01 WS-DOMIC-IBAN                                  PIC X(34).
       01 WS-DOMIC-BIC                                   PIC X(11).
       01 WS-DOMIC-TITULAIRE                             PIC X(30).
       01 WS-DOMIC-DAT-DEBUT                             PIC 9(08).

      * Compte des indus charge en table au demarrage (bornee a
      * 10000 entrees, ouvertes ou soldees, dans l'ordre
      * d'inscription : l'imputation parcourt donc les indus d'une
      * police du plus ancien au plus recent) :
       01 WS-TAB-INDUS.
           05 WS-TAB-INDUS-NB                           PIC 9(05)
                                                     VALUE 0.
           05 WS-TAB-INDUS-LIGNE OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-TAB-INDUS-NB
                   INDEXED BY WS-IDX-INDUS.
               10 WS-TAB-IND-NUM-PLC                    PIC X(12).
               10 WS-TAB-IND-ANNEE-ORIG                 PIC 9(04).
               10 WS-TAB-IND-MOIS-ORIG                  PIC 9(02).
               10 WS-TAB-IND-RUN-REF                    PIC X(14).
               10 WS-TAB-IND-DAT-INSCR                  PIC 9(08).
               10 WS-TAB-IND-MONT-INIT                  PIC 9(13)V99.
               10 WS-TAB-IND-MONT-RESTANT               PIC 9(13)V99.
               10 WS-TAB-IND-STATUT                     PIC X(01).
                   88 WS-TAB-IND-OUVERT               VALUE 'O'.
                   88 WS-TAB-IND-SOLDE                VALUE 'S'.
               10 WS-TAB-IND-DAT-IMPUT                  PIC 9(08).
               10 WS-TAB-IND-RUN-IMPUT                  PIC X(14).

      * Indu deja inscrit pour le detail courant (meme police, meme
      * mois d'origine, meme execution : passage relance sur le meme
      * fichier d'echange) :
       01 WS-INDU-CONNU-IND                               PIC X(01).
           88 WS-INDU-CONNU                             VALUE 'O'.
           88 WS-INDU-NOUVEAU                            VALUE 'N'.

      * Decomposition du paiement du detail courant : montant brut
      * du detail, part imputee sur les indus ouverts de la police,
      * net restant a virer :
       01 WS-MONT-BRUT                                  PIC 9(13)V99.
       01 WS-MONT-IMPUTE                                PIC 9(13)V99.
       01 WS-MONT-NET                                   PIC 9(13)V99.
       01 WS-MONT-IMPUT-LIGNE                           PIC 9(13)V99.
       01 WS-MONT-INDU                                  PIC 9(13)V99.

      * Registre des paiements charge en table au demarrage (borne a
      * 50000 entrees ; chaque ligne a le dessin de l'enregistrement
      * du fichier). Les paiements confirmes ou compenses depuis plus
      * d'un an sont purges a la reecriture ; les paiements emis ou
      * a repayer sont toujours conserves :
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

       01 WS-REG-TROUVE-IND                               PIC X(01).
           88 WS-REG-TROUVE                             VALUE 'O'.
           88 WS-REG-ABSENT                              VALUE 'N'.

      * Statut d'inscription au registre du detail courant :
       01 WS-REG-STATUT                                  PIC X(01).

      * Limite de purge du registre (date du jour moins un an) :
       01 WS-DATE-PURGE                                  PIC 9(08).

      * Reemission d'un paiement rejete : ordre d'origine remplace :
       01 WS-REF-ORDRE-PRECED                            PIC X(20).

      * Reference d'ordre : reference de l'execution emettrice suivie
      * du numero de sequence de l'ordre dans le lot :
                                                     VALUE '-'.
           05 WS-REF-ORDRE-SEQ                          PIC 9(05).

      * Numero de sequence du dernier ordre emis pour l'execution :
      * repart du plus grand numero deja inscrit au registre pour
      * cette execution, pour qu'un passage relance ou une
      * reemission ne reprenne jamais une reference existante :
       01 WS-SEQ-ORDRE                                   PIC 9(05).
       01 WS-REF-ORDRE-LUE.
           05 WS-REF-LUE-RUN                            PIC X(14).
           05 WS-REF-LUE-SEP                            PIC X(01).
           05 WS-REF-LUE-SEQ                            PIC 9(05).

      * Date d'execution bancaire des ordres : le prochain jour
      * ouvre a partir de la date du jour, demande au service de
      * dates CONVDATE :

      * Zones d'edition du journal et des anomalies :
       01 WS-MONT-EDIT                                  PIC -9(13).99.
       01 WS-BRUT-EDIT                                  PIC -9(13).99.
       01 WS-IMPUTE-EDIT                                PIC -9(13).99.
       01 WS-TOTAL-EDIT                                 PIC -9(15).99.
       01 WS-TOTAL-IMPUTE-EDIT                          PIC -9(15).99.
       01 WS-TOTAL-NET-EDIT                             PIC -9(15).99.
       01 WS-LIGNE-JOURNAL                               PIC X(132).
       01 WS-LIGNE-ANOMALIE                              PIC X(132).

      * Avis a editer pour le detail courant :
       01 WS-AVIS.
           05 WS-AVIS-TYPE                              PIC X(01).
               88 WS-AVIS-PAYE                        VALUE 'P'.
               88 WS-AVIS-REEMIS                      VALUE 'R'.
               88 WS-AVIS-NON-PAYE                    VALUE 'N'.
           05 WS-AVIS-RUN-REF                           PIC X(14).
           05 WS-AVIS-ORD-REF-PRECED                    PIC X(20).
           05 WS-AVIS-MOTIF-REJET                       PIC X(04).
           05 WS-AVIS-MOTIF                             PIC X(60).

       PROCEDURE DIVISION.

      ****************
                      L-Fst-Ord
                      L-Fst-Jrn
                      L-Fst-Ano
                      L-Fst-Ind
                      L-Fst-Reg
                      L-Fst-Ave

           MOVE 0 TO WS-TOTAL-ORDRES
           MOVE 0 TO WS-TOTAL-DETAILS-LUS
           MOVE 0 TO WS-TOTAL-BRUT
           MOVE 0 TO WS-TOTAL-IMPUTE
           MOVE 0 TO WS-TOTAL-INDUS-INSCRITS
           MOVE 0 TO WS-TOTAL-REEMIS
           MOVE SPACES TO WS-RUN-REF
           MOVE 0 TO WS-SEQ-ORDRE
           SET Fin-ECHANGE-Non TO TRUE
           SET WS-PIED-NON-VU  TO TRUE

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           COMPUTE WS-DATE-PURGE = WS-DATE-JOUR - 10000

      *    Date d'execution bancaire : prochain jour ouvre a partir
      *    de la date du jour ; si le service de dates echoue, la
           PERFORM CHARGE-DOMICILIATIONS THRU
                                         FIN-CHARGE-DOMICILIATIONS

           PERFORM CHARGE-INDUS THRU FIN-CHARGE-INDUS

           PERFORM CHARGE-REGISTRE THRU FIN-CHARGE-REGISTRE

           OPEN INPUT ASSUR-ECHANGE
           IF L-Fst-Ech NOT = ZERO
              DISPLAY "Fichier ASSUR-ECHANGE indisponible, statut = "
           OPEN OUTPUT ORDRES-VIREMENT
           OPEN OUTPUT JOURNAL-PAIEMENTS
           OPEN OUTPUT VIREMENTS-ANOMALIES
           OPEN OUTPUT AVIS-A-EDITER

           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "JOURNAL DES PAIEMENTS DU " DELIMITED BY SIZE
           MOVE "ORDRES-VIREMENT.txt"    TO WS-ORDRES-PATH
           MOVE "JOURNAL-PAIEMENTS.txt"  TO WS-JOURNAL-PATH
           MOVE "VIREMENTS-ANOMALIES.txt" TO WS-ANOMALIES-PATH
           MOVE "INDUS.txt"              TO WS-INDUS-PATH
           MOVE "PAIEMENTS-REGISTRE.txt" TO WS-REGISTRE-PATH
           MOVE "AVIS-A-EDITER.txt"      TO WS-AVIS-PATH

           ACCEPT WS-ECHANGE-PATH FROM ENVIRONMENT
                                            "VIREMENTS_ECHANGE_IN"
                                            "VIREMENTS_JOURNAL_OUT"
           ACCEPT WS-ANOMALIES-PATH FROM ENVIRONMENT
                                            "VIREMENTS_ANOMALIES_OUT"
           ACCEPT WS-INDUS-PATH   FROM ENVIRONMENT
                                            "VIREMENTS_INDUS_FILE"
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
                                            "VIREMENTS_REGISTRE_FILE"
           ACCEPT WS-AVIS-PATH    FROM ENVIRONMENT
                                            "VIREMENTS_AVIS_OUT"

           IF WS-ECHANGE-PATH = SPACES MOVE "ASSUR-ECHANGE.txt" TO
                                                       WS-ECHANGE-PATH
                                  "VIREMENTS-ANOMALIES.txt" TO
                                                     WS-ANOMALIES-PATH
           END-IF
           IF WS-INDUS-PATH   = SPACES MOVE "INDUS.txt" TO
                                                       WS-INDUS-PATH
           END-IF
           IF WS-REGISTRE-PATH = SPACES MOVE
                                  "PAIEMENTS-REGISTRE.txt" TO
                                                      WS-REGISTRE-PATH
           END-IF
           IF WS-AVIS-PATH    = SPACES MOVE "AVIS-A-EDITER.txt" TO
                                                       WS-AVIS-PATH
           END-IF
           .
      *******************
       FIN-INIT-CHEMINS. EXIT.
                AT END
                   SET Fin-DOMIC-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-DOMIC-NB < 20000
                      ADD 1 TO WS-TAB-DOMIC-NB
                      SET WS-IDX-DOMIC TO WS-TAB-DOMIC-NB
                      MOVE ENR-DOM-NUM-PLC   TO
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
                      ADD 1 TO CPT-DOMIC-LUES
                   ELSE
                      DISPLAY "Table des domiciliations saturee, "
       FIN-CHARGE-DOMICILIATIONS. EXIT.
      ****************************
      *-----------------------------------------------------------------
      ***************
       CHARGE-INDUS.
      ***************
      *    Charge le compte des indus du passage precedent (entrees
      *    ouvertes et soldees) ; absent au premier passage.
           SET Fin-INDUS-Non TO TRUE
           OPEN INPUT INDUS
           IF L-Fst-Ind NOT = ZERO
              DISPLAY "Compte des indus absent, statut = " L-Fst-Ind
              SET Fin-INDUS-Oui TO TRUE
           END-IF
           PERFORM UNTIL Fin-INDUS-Oui
              READ INDUS
                AT END
                   SET Fin-INDUS-Oui TO TRUE
                NOT AT END
                   IF WS-TAB-INDUS-NB < 10000
                      ADD 1 TO WS-TAB-INDUS-NB
                      SET WS-IDX-INDUS TO WS-TAB-INDUS-NB
                      MOVE ENR-IND-NUM-PLC      TO
                           WS-TAB-IND-NUM-PLC      (WS-IDX-INDUS)
                      MOVE ENR-IND-ANNEE-ORIG   TO
                           WS-TAB-IND-ANNEE-ORIG   (WS-IDX-INDUS)
                      MOVE ENR-IND-MOIS-ORIG    TO
                           WS-TAB-IND-MOIS-ORIG    (WS-IDX-INDUS)
                      MOVE ENR-IND-RUN-REF      TO
                           WS-TAB-IND-RUN-REF      (WS-IDX-INDUS)
                      MOVE ENR-IND-DAT-INSCR    TO
                           WS-TAB-IND-DAT-INSCR    (WS-IDX-INDUS)
                      MOVE ENR-IND-MONT-INIT    TO
                           WS-TAB-IND-MONT-INIT    (WS-IDX-INDUS)
                      MOVE ENR-IND-MONT-RESTANT TO
                           WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS)
                      MOVE ENR-IND-STATUT       TO
                           WS-TAB-IND-STATUT       (WS-IDX-INDUS)
                      MOVE ENR-IND-DAT-IMPUT    TO
                           WS-TAB-IND-DAT-IMPUT    (WS-IDX-INDUS)
                      MOVE ENR-IND-RUN-IMPUT    TO
                           WS-TAB-IND-RUN-IMPUT    (WS-IDX-INDUS)
                      ADD 1 TO CPT-INDUS-CHARGES
                   ELSE
                      DISPLAY "Table des indus saturee, entree "
                               "ignoree : " ENR-IND-NUM-PLC
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-Ind = ZERO OR L-Fst-Ind = "10"
              CLOSE INDUS
           END-IF
           DISPLAY "Nombre d'indus charges : " CPT-INDUS-CHARGES
           .
      *******************
       FIN-CHARGE-INDUS. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******************
       CHARGE-REGISTRE.
      ******************
      *    Charge le registre des paiements (tel que mis a jour par
      *    le dernier passage de Retour-Banque) ; absent au premier
      *    passage.
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
                     WHEN '1'
                        MOVE ENR-ASSUR-ECHANGE TO WS-ENR-ECH-ENTETE
                        MOVE WS-ECH-ENT-RUN-REF TO WS-RUN-REF
                        PERFORM INIT-SEQ-ORDRE THRU
                                         FIN-INIT-SEQ-ORDRE
                     WHEN '2'
                        MOVE ENR-ASSUR-ECHANGE TO WS-ENR-ECH-DETAIL
                        ADD 1 TO CPT-DETAILS-LUS
           END-IF

           PERFORM CONTROLE-PIED THRU FIN-CONTROLE-PIED

           PERFORM REEMISSIONS THRU FIN-REEMISSIONS
           .
      *****************
       FIN-TRAITEMENT. EXIT.
      ********************
       TRAITEMENT-DETAIL.
      ********************
      *    Un detail par police/mois : un net negatif est inscrit
      *    au compte des indus de la police (que la police ait ou non
      *    une domiciliation) ; sinon retrouve la domiciliation de la
      *    police, impute le detail sur ses indus ouverts et emet
      *    l'ordre de virement du net restant ; police sans
      *    domiciliation ou montant nul : ligne d'anomalie, le lot
      *    continue. Chaque ordre emis et chaque detail non paye
      *    donne un avis a editer.
           MOVE SPACES     TO WS-AVIS
           MOVE WS-RUN-REF TO WS-AVIS-RUN-REF
           MOVE 0          TO WS-MONT-IMPUTE
           MOVE 0          TO WS-MONT-NET
           IF WS-ECH-DET-MONT < ZERO
              PERFORM INSCRIT-INDU THRU FIN-INSCRIT-INDU
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF

      *    Detail deja inscrit au registre (passage relance sur le
      *    meme fichier d'echange) : jamais paye deux fois ; un
      *    paiement rejete par la banque est repris par REEMISSIONS.
           PERFORM CHERCHE-REGISTRE THRU FIN-CHERCHE-REGISTRE
           IF WS-REG-TROUVE
              ADD 1 TO CPT-DEJA-PAYES
              MOVE SPACES TO WS-LIGNE-ANOMALIE
              STRING "DETAIL DEJA TRAITE (STATUT "
                                          DELIMITED BY SIZE
                     WS-TAB-REG-STATUT (WS-IDX-REG)
                                          DELIMITED BY SIZE
                     " ORDRE "            DELIMITED BY SIZE
                     WS-TAB-REG-ORD-REF (WS-IDX-REG)
                                          DELIMITED BY SIZE
                     "), PAS D'ORDRE EMIS"
                                          DELIMITED BY SIZE
                INTO WS-LIGNE-ANOMALIE
              END-STRING
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF
           IF WS-TAB-REG-NB NOT < 50000
              MOVE "REGISTRE DES PAIEMENTS SATURE, PAS D'ORDRE EMIS"
                                         TO WS-LIGNE-ANOMALIE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "PAIEMENT DIFFERE A UN PROCHAIN TRAITEMENT" TO
                                            WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF

           PERFORM CHERCHE-DOMICILIATION THRU
                                         FIN-CHERCHE-DOMICILIATION

              MOVE "POLICE SANS DOMICILIATION CONNUE" TO
                                            WS-LIGNE-ANOMALIE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "COORDONNEES BANCAIRES DE LA POLICE INCONNUES" TO
                                            WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF

           IF WS-ECH-DET-MONT = ZERO
              ADD 1 TO CPT-MONT-NON-PAYABLE
              MOVE "MONTANT NET NUL, PAS D'ORDRE EMIS" TO
                                            WS-LIGNE-ANOMALIE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "MONTANT NET DU MOIS NUL, AUCUN VIREMENT" TO
                                            WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF

           MOVE WS-ECH-DET-MONT TO WS-MONT-BRUT
           PERFORM IMPUTE-INDUS THRU FIN-IMPUTE-INDUS
           ADD WS-MONT-BRUT   TO WS-TOTAL-BRUT
           ADD WS-MONT-IMPUTE TO WS-TOTAL-IMPUTE

      *    Detail entierement absorbe par les indus de la police :
      *    pas d'ordre, la compensation est tracee au journal.
           IF WS-MONT-NET = ZERO
              ADD 1 TO CPT-COMPENS-TOTALES
              PERFORM ECR-COMPENSATION THRU FIN-ECR-COMPENSATION
              MOVE 'C' TO WS-REG-STATUT
              PERFORM INSCRIT-REGISTRE THRU FIN-INSCRIT-REGISTRE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "MONTANT IMPUTE EN TOTALITE SUR LES INDUS" TO
                                            WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-TRAITEMENT-DETAIL
           END-IF

           PERFORM ECR-ORDRE THRU FIN-ECR-ORDRE
           MOVE 'E' TO WS-REG-STATUT
           PERFORM INSCRIT-REGISTRE THRU FIN-INSCRIT-REGISTRE
           SET WS-AVIS-PAYE TO TRUE
           PERFORM ECR-AVIS THRU FIN-ECR-AVIS
           IF WS-MONT-IMPUTE > ZERO
              PERFORM ECR-COMPENSATION THRU FIN-ECR-COMPENSATION
           END-IF
           .
      ************************
       FIN-TRAITEMENT-DETAIL. EXIT.
      ************************
       CHERCHE-DOMICILIATION.
      ************************
      *    Retrouve la domiciliation de la police du detail courant
      *    en vigueur a la date d'execution des ordres : debut
      *    anterieur ou egal, fin nulle ou posterieure ou egale. Si
      *    plusieurs versions se recouvrent, la plus recente fait foi.
           SET WS-DOMIC-ABSENTE TO TRUE
           MOVE SPACES TO WS-DOMIC-IBAN
           MOVE SPACES TO WS-DOMIC-BIC
           MOVE SPACES TO WS-DOMIC-TITULAIRE
           MOVE 0 TO WS-DOMIC-DAT-DEBUT
           PERFORM VARYING WS-IDX-DOMIC FROM 1 BY 1
                   UNTIL WS-IDX-DOMIC > WS-TAB-DOMIC-NB
              IF WS-TAB-DOMIC-NUM-PLC (WS-IDX-DOMIC) =
                                            WS-ECH-DET-NUM-PLC
               AND WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC) NOT >
                                            WS-DAT-EXEC
               AND (WS-TAB-DOMIC-DAT-FIN (WS-IDX-DOMIC) = 0
                 OR WS-TAB-DOMIC-DAT-FIN (WS-IDX-DOMIC) NOT <
                                            WS-DAT-EXEC)
               AND (WS-DOMIC-ABSENTE
                 OR WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC) NOT <
                                            WS-DOMIC-DAT-DEBUT)
                 SET WS-DOMIC-TROUVEE TO TRUE
                 MOVE WS-TAB-DOMIC-DAT-DEBUT (WS-IDX-DOMIC) TO
                                            WS-DOMIC-DAT-DEBUT
                 MOVE WS-TAB-DOMIC-IBAN (WS-IDX-DOMIC) TO
                                            WS-DOMIC-IBAN
                 MOVE WS-TAB-DOMIC-BIC  (WS-IDX-DOMIC) TO
                                            WS-DOMIC-BIC
                 MOVE WS-TAB-DOMIC-TITULAIRE (WS-IDX-DOMIC) TO
                                            WS-DOMIC-TITULAIRE
              END-IF
           END-PERFORM
           .
      ****************************
       FIN-CHERCHE-DOMICILIATION. EXIT.
      ****************************
      *-----------------------------------------------------------------
      *****************
       INIT-SEQ-ORDRE.
      *****************
      *    Reprend la numerotation des ordres de l'execution WS-RUN-REF
      *    apres le plus grand numero deja inscrit au registre (ordres
      *    en vigueur et ordres d'origine).
           MOVE 0 TO WS-SEQ-ORDRE
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-TAB-REG-NB
              MOVE WS-TAB-REG-ORD-REF (WS-IDX-REG) TO WS-REF-ORDRE-LUE
              PERFORM MAX-SEQ-ORDRE THRU FIN-MAX-SEQ-ORDRE
              MOVE WS-TAB-REG-ORD-REF-ORIG (WS-IDX-REG) TO
                                            WS-REF-ORDRE-LUE
              PERFORM MAX-SEQ-ORDRE THRU FIN-MAX-SEQ-ORDRE
           END-PERFORM
           .
      *********************
       FIN-INIT-SEQ-ORDRE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ****************
       MAX-SEQ-ORDRE.
      ****************
           IF  WS-REF-LUE-RUN = WS-RUN-REF
           AND WS-REF-LUE-SEQ IS NUMERIC
           AND WS-REF-LUE-SEQ > WS-SEQ-ORDRE
              MOVE WS-REF-LUE-SEQ TO WS-SEQ-ORDRE
           END-IF
           .
      ********************
       FIN-MAX-SEQ-ORDRE. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       CHERCHE-REGISTRE.
      *******************
      *    Recherche au registre le detail courant (execution, police,
      *    mois) ; WS-IDX-REG pointe sur l'entree retrouvee.
           SET WS-REG-ABSENT TO TRUE
           IF WS-TAB-REG-NB > 0
              SET WS-IDX-REG TO 1
              SEARCH WS-TAB-REG-LIGNE
                AT END
                   CONTINUE
                WHEN WS-TAB-REG-RUN-REF (WS-IDX-REG) = WS-RUN-REF
                 AND WS-TAB-REG-NUM-PLC (WS-IDX-REG) =
                                            WS-ECH-DET-NUM-PLC
                 AND WS-TAB-REG-ANNEE (WS-IDX-REG) = WS-ECH-DET-ANNEE
                 AND WS-TAB-REG-MOIS (WS-IDX-REG) = WS-ECH-DET-MOIS
                   SET WS-REG-TROUVE TO TRUE
              END-SEARCH
           END-IF
           .
      ***********************
       FIN-CHERCHE-REGISTRE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *******************
       INSCRIT-REGISTRE.
      *******************
      *    Inscrit au registre le detail courant avec le statut
      *    WS-REG-STATUT : E (ordre emis, reference WS-REF-ORDRE) ou
      *    C (entierement compense, sans ordre).
           ADD 1 TO WS-TAB-REG-NB
           SET WS-IDX-REG TO WS-TAB-REG-NB
           MOVE SPACES             TO WS-TAB-REG-LIGNE (WS-IDX-REG)
           MOVE WS-RUN-REF         TO WS-TAB-REG-RUN-REF (WS-IDX-REG)
           MOVE WS-ECH-DET-NUM-PLC TO WS-TAB-REG-NUM-PLC (WS-IDX-REG)
           MOVE WS-ECH-DET-ANNEE   TO WS-TAB-REG-ANNEE   (WS-IDX-REG)
           MOVE WS-ECH-DET-MOIS    TO WS-TAB-REG-MOIS    (WS-IDX-REG)
           MOVE WS-REG-STATUT      TO WS-TAB-REG-STATUT  (WS-IDX-REG)
           MOVE WS-DATE-JOUR       TO
                                   WS-TAB-REG-DAT-STATUT (WS-IDX-REG)
           MOVE WS-MONT-NET        TO WS-TAB-REG-MONT    (WS-IDX-REG)
           IF WS-TAB-REG-COMPENSE (WS-IDX-REG)
              MOVE 0               TO WS-TAB-REG-DAT-EXEC (WS-IDX-REG)
              MOVE 0               TO WS-TAB-REG-NB-EMIS  (WS-IDX-REG)
           ELSE
              MOVE WS-REF-ORDRE    TO WS-TAB-REG-ORD-REF  (WS-IDX-REG)
              MOVE WS-REF-ORDRE    TO
                                   WS-TAB-REG-ORD-REF-ORIG (WS-IDX-REG)
              MOVE WS-DAT-EXEC     TO WS-TAB-REG-DAT-EXEC (WS-IDX-REG)
              MOVE WS-DOMIC-IBAN   TO WS-TAB-REG-IBAN     (WS-IDX-REG)
              MOVE WS-DOMIC-BIC    TO WS-TAB-REG-BIC      (WS-IDX-REG)
              MOVE 1               TO WS-TAB-REG-NB-EMIS  (WS-IDX-REG)
           END-IF
           .
      ***********************
       FIN-INSCRIT-REGISTRE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      **************
       REEMISSIONS.
      **************
      *    Reprend les paiements rejetes par la banque (statut R au
      *    registre) : si la police a desormais une domiciliation
      *    differente de celle qui a ete rejetee, l'ordre est reemis
      *    pour le meme montant net (les indus ont deja ete imputes
      *    lors de la premiere emission) et l'entree repasse a E ;
      *    sinon le paiement reste a repayer et sort en anomalie.
           IF WS-RUN-REF = SPACES
              STRING WS-DATE-JOUR         DELIMITED BY SIZE
                     WS-HEURE-JOUR (1:6)  DELIMITED BY SIZE
                INTO WS-RUN-REF
              END-STRING
              PERFORM INIT-SEQ-ORDRE THRU FIN-INIT-SEQ-ORDRE
           END-IF
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-TAB-REG-NB
              IF WS-TAB-REG-A-REPAYER (WS-IDX-REG)
                 PERFORM REEMISSION-PAIEMENT THRU
                                         FIN-REEMISSION-PAIEMENT
              END-IF
           END-PERFORM
           .
      ******************
       FIN-REEMISSIONS. EXIT.
      ******************
      *-----------------------------------------------------------------
      **********************
       REEMISSION-PAIEMENT.
      **********************
      *    Reemission du paiement a repayer pointe par WS-IDX-REG.
           MOVE SPACES TO WS-AVIS
           MOVE WS-TAB-REG-RUN-REF (WS-IDX-REG) TO WS-AVIS-RUN-REF
           MOVE WS-TAB-REG-ORD-REF (WS-IDX-REG) TO
                                            WS-AVIS-ORD-REF-PRECED
           MOVE WS-TAB-REG-MOTIF   (WS-IDX-REG) TO WS-AVIS-MOTIF-REJET
           MOVE 0                               TO WS-MONT-IMPUTE
           MOVE WS-TAB-REG-NUM-PLC (WS-IDX-REG) TO WS-ECH-DET-NUM-PLC
           MOVE WS-TAB-REG-ANNEE   (WS-IDX-REG) TO WS-ECH-DET-ANNEE
           MOVE WS-TAB-REG-MOIS    (WS-IDX-REG) TO WS-ECH-DET-MOIS
           MOVE WS-TAB-REG-MONT    (WS-IDX-REG) TO WS-ECH-DET-MONT
           MOVE WS-TAB-REG-MONT    (WS-IDX-REG) TO WS-MONT-NET

           PERFORM CHERCHE-DOMICILIATION THRU
                                         FIN-CHERCHE-DOMICILIATION

           IF WS-DOMIC-ABSENTE
           OR WS-DOMIC-IBAN = WS-TAB-REG-IBAN (WS-IDX-REG)
              ADD 1 TO CPT-A-REPAYER-ATTENTE
              MOVE SPACES TO WS-LIGNE-ANOMALIE
              STRING "A REPAYER, DOMICILIATION NON CORRIGEE (REJET "
                                          DELIMITED BY SIZE
                     WS-TAB-REG-MOTIF (WS-IDX-REG)
                                          DELIMITED BY SIZE
                     " ORDRE "            DELIMITED BY SIZE
                     WS-TAB-REG-ORD-REF (WS-IDX-REG)
                                          DELIMITED BY SIZE
                     ")"                  DELIMITED BY SIZE
                INTO WS-LIGNE-ANOMALIE
              END-STRING
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "VIREMENT REJETE, COORDONNEES BANCAIRES A CORRIGER"
                                         TO WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-REEMISSION-PAIEMENT
           END-IF

           MOVE WS-TAB-REG-ORD-REF (WS-IDX-REG) TO WS-REF-ORDRE-PRECED
           PERFORM ECR-ORDRE THRU FIN-ECR-ORDRE
           ADD 1 TO CPT-REEMIS
           SET WS-AVIS-REEMIS TO TRUE
           PERFORM ECR-AVIS THRU FIN-ECR-AVIS
           ADD WS-MONT-NET TO WS-TOTAL-REEMIS

           MOVE WS-REF-ORDRE  TO WS-TAB-REG-ORD-REF  (WS-IDX-REG)
           MOVE WS-DAT-EXEC   TO WS-TAB-REG-DAT-EXEC (WS-IDX-REG)
           MOVE WS-DOMIC-IBAN TO WS-TAB-REG-IBAN     (WS-IDX-REG)
           MOVE WS-DOMIC-BIC  TO WS-TAB-REG-BIC      (WS-IDX-REG)
           MOVE WS-DATE-JOUR  TO WS-TAB-REG-DAT-STATUT (WS-IDX-REG)
           SET WS-TAB-REG-EMIS (WS-IDX-REG) TO TRUE
           ADD 1 TO WS-TAB-REG-NB-EMIS (WS-IDX-REG)

           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "REEMISSION * "         DELIMITED BY SIZE
                  WS-ECH-DET-NUM-PLC      DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-ECH-DET-ANNEE        DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-ECH-DET-MOIS         DELIMITED BY SIZE
                  " * REMPLACE "          DELIMITED BY SIZE
                  WS-REF-ORDRE-PRECED     DELIMITED BY SIZE
                  " REJETE (MOTIF "       DELIMITED BY SIZE
                  WS-TAB-REG-MOTIF (WS-IDX-REG)
                                          DELIMITED BY SIZE
                  ")"                     DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS
           IF L-Fst-Jrn NOT ZERO
              DISPLAY "Erreur ecriture JOURNAL-PAIEMENTS = " L-Fst-Jrn
           END-IF
           .
      **************************
       FIN-REEMISSION-PAIEMENT. EXIT.
      **************************
      *-----------------------------------------------------------------
      ***************
       INSCRIT-INDU.
      ***************
      *    Inscrit au compte des indus de la police le net negatif du
      *    detail courant, avec son mois d'origine et la reference de
      *    l'execution emettrice. Un indu deja inscrit pour la meme
      *    police, le meme mois et la meme execution (passage relance
      *    sur le meme fichier d'echange) n'est pas inscrit deux fois.
           COMPUTE WS-MONT-INDU = 0 - WS-ECH-DET-MONT

           SET WS-INDU-NOUVEAU TO TRUE
           PERFORM VARYING WS-IDX-INDUS FROM 1 BY 1
                   UNTIL WS-IDX-INDUS > WS-TAB-INDUS-NB
                      OR WS-INDU-CONNU
              IF  WS-TAB-IND-NUM-PLC (WS-IDX-INDUS) =
                                            WS-ECH-DET-NUM-PLC
              AND WS-TAB-IND-ANNEE-ORIG (WS-IDX-INDUS) =
                                            WS-ECH-DET-ANNEE
              AND WS-TAB-IND-MOIS-ORIG (WS-IDX-INDUS) =
                                            WS-ECH-DET-MOIS
              AND WS-TAB-IND-RUN-REF (WS-IDX-INDUS) = WS-RUN-REF
                 SET WS-INDU-CONNU TO TRUE
              END-IF
           END-PERFORM

           IF WS-INDU-CONNU
              MOVE "INDU DEJA INSCRIT POUR CETTE EXECUTION, IGNORE"
                                         TO WS-LIGNE-ANOMALIE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              GO TO FIN-INSCRIT-INDU
           END-IF

           IF WS-TAB-INDUS-NB NOT < 10000
              MOVE "COMPTE DES INDUS SATURE, INDU NON INSCRIT"
                                         TO WS-LIGNE-ANOMALIE
              PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
              SET WS-AVIS-NON-PAYE TO TRUE
              MOVE "MONTANT NET NEGATIF, AUCUN VIREMENT A EFFECTUER"
                                         TO WS-AVIS-MOTIF
              PERFORM ECR-AVIS THRU FIN-ECR-AVIS
              GO TO FIN-INSCRIT-INDU
           END-IF

           ADD 1 TO WS-TAB-INDUS-NB
           SET WS-IDX-INDUS TO WS-TAB-INDUS-NB
           MOVE WS-ECH-DET-NUM-PLC TO WS-TAB-IND-NUM-PLC (WS-IDX-INDUS)
           MOVE WS-ECH-DET-ANNEE   TO
                                WS-TAB-IND-ANNEE-ORIG (WS-IDX-INDUS)
           MOVE WS-ECH-DET-MOIS    TO
                                WS-TAB-IND-MOIS-ORIG  (WS-IDX-INDUS)
           MOVE WS-RUN-REF         TO WS-TAB-IND-RUN-REF (WS-IDX-INDUS)
           MOVE WS-DATE-JOUR       TO
                                WS-TAB-IND-DAT-INSCR  (WS-IDX-INDUS)
           MOVE WS-MONT-INDU       TO
                                WS-TAB-IND-MONT-INIT  (WS-IDX-INDUS)
           MOVE WS-MONT-INDU       TO
                                WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS)
           SET WS-TAB-IND-OUVERT (WS-IDX-INDUS) TO TRUE
           MOVE 0                  TO
                                WS-TAB-IND-DAT-IMPUT  (WS-IDX-INDUS)
           MOVE SPACES             TO
                                WS-TAB-IND-RUN-IMPUT  (WS-IDX-INDUS)
           ADD 1 TO CPT-INDUS-INSCRITS
           ADD WS-MONT-INDU TO WS-TOTAL-INDUS-INSCRITS
           SET WS-AVIS-NON-PAYE TO TRUE
           MOVE "MONTANT NET NEGATIF, A DEDUIRE DES PROCHAINS VIREMENTS"
                                         TO WS-AVIS-MOTIF
           PERFORM ECR-AVIS THRU FIN-ECR-AVIS

           MOVE WS-MONT-INDU TO WS-MONT-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "INDU INSCRIT         " DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-ECH-DET-NUM-PLC      DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-ECH-DET-ANNEE        DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-ECH-DET-MOIS         DELIMITED BY SIZE
                  " * RUN "               DELIMITED BY SIZE
                  WS-RUN-REF              DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-MONT-EDIT            DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS
           IF L-Fst-Jrn NOT ZERO
              DISPLAY "Erreur ecriture JOURNAL-PAIEMENTS = " L-Fst-Jrn
           END-IF
           .
      *******************
       FIN-INSCRIT-INDU. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************
       IMPUTE-INDUS.
      ***************
      *    Impute le montant brut du detail courant sur les indus
      *    ouverts de la police, du plus ancien au plus recent, dans
      *    la limite du brut : un indu entierement rembourse passe
      *    solde, un indu partiellement rembourse reste ouvert pour
      *    son reste du. Sortie : WS-MONT-IMPUTE et WS-MONT-NET.
           MOVE 0 TO WS-MONT-IMPUTE
           MOVE WS-MONT-BRUT TO WS-MONT-NET
           PERFORM VARYING WS-IDX-INDUS FROM 1 BY 1
                   UNTIL WS-IDX-INDUS > WS-TAB-INDUS-NB
                      OR WS-MONT-NET = ZERO
              IF  WS-TAB-IND-NUM-PLC (WS-IDX-INDUS) =
                                            WS-ECH-DET-NUM-PLC
              AND WS-TAB-IND-OUVERT (WS-IDX-INDUS)
                 IF WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS) >
                                            WS-MONT-NET
                    MOVE WS-MONT-NET TO WS-MONT-IMPUT-LIGNE
                 ELSE
                    MOVE WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS) TO
                                            WS-MONT-IMPUT-LIGNE
                 END-IF
                 SUBTRACT WS-MONT-IMPUT-LIGNE FROM
                          WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS)
                 SUBTRACT WS-MONT-IMPUT-LIGNE FROM WS-MONT-NET
                 ADD WS-MONT-IMPUT-LIGNE TO WS-MONT-IMPUTE
                 MOVE WS-DATE-JOUR TO
                                 WS-TAB-IND-DAT-IMPUT (WS-IDX-INDUS)
                 MOVE WS-RUN-REF   TO
                                 WS-TAB-IND-RUN-IMPUT (WS-IDX-INDUS)
                 IF WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS) = ZERO
                    SET WS-TAB-IND-SOLDE (WS-IDX-INDUS) TO TRUE
                    ADD 1 TO CPT-INDUS-SOLDES
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MONT-IMPUTE > ZERO
              ADD 1 TO CPT-COMPENSATIONS
           END-IF
           .
      *******************
       FIN-IMPUTE-INDUS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       ECR-COMPENSATION.
      *******************
      *    Ligne de journal de la compensation du detail courant :
      *    montant brut, part imputee sur les indus de la police et
      *    net paye (zero quand le detail est entierement absorbe,
      *    aucun ordre n'etant alors emis).
           MOVE WS-MONT-BRUT   TO WS-BRUT-EDIT
           MOVE WS-MONT-IMPUTE TO WS-IMPUTE-EDIT
           MOVE WS-MONT-NET    TO WS-MONT-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "COMPENSATION * "       DELIMITED BY SIZE
                  WS-ECH-DET-NUM-PLC      DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
                  WS-ECH-DET-ANNEE        DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-ECH-DET-MOIS         DELIMITED BY SIZE
                  " * BRUT "              DELIMITED BY SIZE
                  WS-BRUT-EDIT            DELIMITED BY SIZE
                  " * IMPUTE "            DELIMITED BY SIZE
                  WS-IMPUTE-EDIT          DELIMITED BY SIZE
                  " * NET "               DELIMITED BY SIZE
                  WS-MONT-EDIT            DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS
           IF L-Fst-Jrn NOT ZERO
              DISPLAY "Erreur ecriture JOURNAL-PAIEMENTS = " L-Fst-Jrn
           END-IF
           .
      ***********************
       FIN-ECR-COMPENSATION. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ************
       ECR-ORDRE.
      ************
      *    Ecrit l'ordre de virement du detail courant, pour le net
      *    restant du apres imputation des indus, et la ligne
      *    correspondante du journal des paiements.
           ADD 1 TO CPT-ORDRES-EMIS
           ADD 1 TO WS-SEQ-ORDRE
           MOVE WS-RUN-REF       TO WS-REF-ORDRE-RUN
           MOVE WS-SEQ-ORDRE     TO WS-REF-ORDRE-SEQ

           MOVE SPACES           TO ENR-ORDRES-VIREMENT
           MOVE WS-REF-ORDRE     TO ENR-ORD-REF
           MOVE WS-ECH-DET-MOIS  TO ENR-ORD-MOIS
           MOVE WS-DOMIC-IBAN    TO ENR-ORD-IBAN
           MOVE WS-DOMIC-BIC     TO ENR-ORD-BIC
           MOVE WS-MONT-NET      TO ENR-ORD-MONT
           WRITE ENR-ORDRES-VIREMENT
           IF L-Fst-Ord NOT ZERO
              DISPLAY "Erreur ecriture ORDRES-VIREMENT = " L-Fst-Ord
           END-IF
           ADD WS-MONT-NET TO WS-TOTAL-ORDRES

           MOVE WS-MONT-NET TO WS-MONT-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING WS-REF-ORDRE            DELIMITED BY SIZE
                  " * "                   DELIMITED BY SIZE
       FIN-ECR-ANOMALIE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***********
       ECR-AVIS.
      ***********
      *    Ecrit l'avis a editer du detail courant (type et motif
      *    deja dans WS-AVIS) ; un detail non paye n'a ni ordre, ni
      *    date d'execution, ni compte credite.
           MOVE SPACES                 TO ENR-AVIS-A-EDITER
           MOVE WS-AVIS-TYPE           TO AVE-TYPE
           MOVE WS-ECH-DET-NUM-PLC     TO AVE-NUM-PLC
           MOVE WS-ECH-DET-ANNEE       TO AVE-ANNEE
           MOVE WS-ECH-DET-MOIS        TO AVE-MOIS
           MOVE WS-AVIS-RUN-REF        TO AVE-RUN-REF
           MOVE WS-ECH-DET-MONT        TO AVE-MONT-BRUT
           MOVE WS-MONT-IMPUTE         TO AVE-MONT-IMPUTE
           MOVE WS-MONT-NET            TO AVE-MONT-NET
           MOVE WS-AVIS-ORD-REF-PRECED TO AVE-ORD-REF-PRECED
           MOVE WS-AVIS-MOTIF-REJET    TO AVE-MOTIF-REJET
           MOVE WS-AVIS-MOTIF          TO AVE-MOTIF
           IF WS-AVIS-NON-PAYE
              MOVE 0                   TO AVE-DAT-EXEC
              MOVE 0                   TO AVE-MONT-NET
           ELSE
              MOVE WS-REF-ORDRE        TO AVE-ORD-REF
              MOVE WS-DAT-EXEC         TO AVE-DAT-EXEC
              MOVE WS-DOMIC-IBAN       TO AVE-IBAN
           END-IF
           WRITE ENR-AVIS-A-EDITER
           IF L-Fst-Ave NOT ZERO
              DISPLAY "Erreur ecriture AVIS-A-EDITER = " L-Fst-Ave
           END-IF
           .
      ***************
       FIN-ECR-AVIS. EXIT.
      ***************
      *-----------------------------------------------------------------
      ****************
       CONTROLE-PIED.
      ****************
      ******
       FIN.
      ******
      *    Identification de l'execution (reference connue seulement
      *    apres lecture de l'entete du fichier d'echange), comme en
      *    tete des fichiers de Frais-Sante : les lecteurs du journal
      *    verifient qu'il est bien celui de l'execution traitee.
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "EXECUTION "             DELIMITED BY SIZE
                  WS-RUN-REF               DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS

           MOVE WS-TOTAL-ORDRES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "TOTAL ORDRES EMIS "     DELIMITED BY SIZE
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS

      *    Decomposition des paiements : brut des details payables,
      *    part imputee sur les indus, net vire ; indus nouvellement
      *    inscrits :
           MOVE WS-TOTAL-BRUT   TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-IMPUTE TO WS-TOTAL-IMPUTE-EDIT
           MOVE WS-TOTAL-ORDRES TO WS-TOTAL-NET-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "TOTAL BRUT "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT            DELIMITED BY SIZE
                  " INDUS IMPUTES "        DELIMITED BY SIZE
                  WS-TOTAL-IMPUTE-EDIT     DELIMITED BY SIZE
                  " NET VIRE "             DELIMITED BY SIZE
                  WS-TOTAL-NET-EDIT        DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS

           MOVE WS-TOTAL-REEMIS TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "DONT REEMISSIONS "      DELIMITED BY SIZE
                  CPT-REEMIS               DELIMITED BY SIZE
                  " MONTANT "              DELIMITED BY SIZE
                  WS-TOTAL-EDIT            DELIMITED BY SIZE
                  " A REPAYER EN ATTENTE " DELIMITED BY SIZE
                  CPT-A-REPAYER-ATTENTE    DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS

           MOVE WS-TOTAL-INDUS-INSCRITS TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LIGNE-JOURNAL
           STRING "INDUS INSCRITS "        DELIMITED BY SIZE
                  CPT-INDUS-INSCRITS       DELIMITED BY SIZE
                  " MONTANT "              DELIMITED BY SIZE
                  WS-TOTAL-EDIT            DELIMITED BY SIZE
                  " INDUS SOLDES "         DELIMITED BY SIZE
                  CPT-INDUS-SOLDES         DELIMITED BY SIZE
             INTO WS-LIGNE-JOURNAL
           END-STRING
           MOVE WS-LIGNE-JOURNAL TO ENR-JOURNAL-PAIEMENTS
           WRITE ENR-JOURNAL-PAIEMENTS

           CLOSE ORDRES-VIREMENT
           CLOSE JOURNAL-PAIEMENTS
           CLOSE VIREMENTS-ANOMALIES
           CLOSE AVIS-A-EDITER

           PERFORM SAUVE-INDUS THRU FIN-SAUVE-INDUS

           PERFORM SAUVE-REGISTRE THRU FIN-SAUVE-REGISTRE

           DISPLAY "Nombre de details lus : "       CPT-DETAILS-LUS
           DISPLAY "Nombre d'ordres emis : "        CPT-ORDRES-EMIS
           DISPLAY "     dont sans domiciliation : " CPT-SANS-DOMIC
           DISPLAY "     dont montant non payable : "
                    CPT-MONT-NON-PAYABLE
           DISPLAY "Nombre d'indus inscrits : "     CPT-INDUS-INSCRITS
           DISPLAY "Nombre de details compenses : " CPT-COMPENSATIONS
           DISPLAY "     dont sans ordre (absorbes) : "
                    CPT-COMPENS-TOTALES
           DISPLAY "Nombre d'indus soldes : "       CPT-INDUS-SOLDES
           DISPLAY "Nombre de details deja payes : " CPT-DEJA-PAYES
           DISPLAY "Nombre de reemissions : "       CPT-REEMIS
           DISPLAY "Nombre de paiements a repayer en attente : "
                    CPT-A-REPAYER-ATTENTE
           DISPLAY "Entrees du registre purgees : " CPT-REG-PURGES
           DISPLAY 'Fin de traitement'
           .
      **********
       FIN-FIN.  EXIT.
      **********
      *-----------------------------------------------------------------
      **************
       SAUVE-INDUS.
      **************
      *    Reecrit entierement le compte des indus a partir de la
      *    table (entrees du passage precedent mises a jour par les
      *    imputations, puis indus inscrits par ce passage). Les
      *    indus soldes sont conserves pour la tracabilite.
           OPEN OUTPUT INDUS
           IF L-Fst-Ind NOT ZERO
              DISPLAY "Erreur ouverture INDUS = " L-Fst-Ind
              GO TO FIN-SAUVE-INDUS
           END-IF
           PERFORM VARYING WS-IDX-INDUS FROM 1 BY 1
                   UNTIL WS-IDX-INDUS > WS-TAB-INDUS-NB
              MOVE SPACES TO ENR-INDUS
              MOVE WS-TAB-IND-NUM-PLC      (WS-IDX-INDUS) TO
                                            ENR-IND-NUM-PLC
              MOVE WS-TAB-IND-ANNEE-ORIG   (WS-IDX-INDUS) TO
                                            ENR-IND-ANNEE-ORIG
              MOVE WS-TAB-IND-MOIS-ORIG    (WS-IDX-INDUS) TO
                                            ENR-IND-MOIS-ORIG
              MOVE WS-TAB-IND-RUN-REF      (WS-IDX-INDUS) TO
                                            ENR-IND-RUN-REF
              MOVE WS-TAB-IND-DAT-INSCR    (WS-IDX-INDUS) TO
                                            ENR-IND-DAT-INSCR
              MOVE WS-TAB-IND-MONT-INIT    (WS-IDX-INDUS) TO
                                            ENR-IND-MONT-INIT
              MOVE WS-TAB-IND-MONT-RESTANT (WS-IDX-INDUS) TO
                                            ENR-IND-MONT-RESTANT
              MOVE WS-TAB-IND-STATUT       (WS-IDX-INDUS) TO
                                            ENR-IND-STATUT
              MOVE WS-TAB-IND-DAT-IMPUT    (WS-IDX-INDUS) TO
                                            ENR-IND-DAT-IMPUT
              MOVE WS-TAB-IND-RUN-IMPUT    (WS-IDX-INDUS) TO
                                            ENR-IND-RUN-IMPUT
              WRITE ENR-INDUS
              IF L-Fst-Ind NOT ZERO
                 DISPLAY "Erreur ecriture INDUS = " L-Fst-Ind
              END-IF
           END-PERFORM
           CLOSE INDUS
           .
      ******************
       FIN-SAUVE-INDUS. EXIT.
      ******************
      *-----------------------------------------------------------------
      *****************
       SAUVE-REGISTRE.
      *****************
      *    Reecrit entierement le registre des paiements a partir de
      *    la table. Les paiements confirmes (P) ou compenses (C)
      *    depuis plus d'un an sont purges : aucun fichier d'echange
      *    aussi ancien n'est plus presente au paiement.
           OPEN OUTPUT PAIEMENTS-REGISTRE
           IF L-Fst-Reg NOT ZERO
              DISPLAY "Erreur ouverture PAIEMENTS-REGISTRE = "
                       L-Fst-Reg
              GO TO FIN-SAUVE-REGISTRE
           END-IF
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-TAB-REG-NB
              IF (WS-TAB-REG-PAYE (WS-IDX-REG)
                  OR WS-TAB-REG-COMPENSE (WS-IDX-REG))
              AND WS-TAB-REG-DAT-STATUT (WS-IDX-REG) < WS-DATE-PURGE
                 ADD 1 TO CPT-REG-PURGES
              ELSE
                 MOVE WS-TAB-REG-LIGNE (WS-IDX-REG) TO ENR-REGISTRE
                 WRITE ENR-REGISTRE
                 IF L-Fst-Reg NOT ZERO
                    DISPLAY "Erreur ecriture PAIEMENTS-REGISTRE = "
                             L-Fst-Reg
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PAIEMENTS-REGISTRE
           .
      *********************
       FIN-SAUVE-REGISTRE. EXIT.
      *********************
       END PROGRAM Gen-Virements.
      *-----------------------------------------------------------------
