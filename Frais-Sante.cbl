      *               fonction sur YDATCNV) : CONTROLE-DELAI demande
      *               l'anciennete des soins en jours au service
      *               (fonction ecart) au lieu de la recalculer ici.
      *    15/10/26 - ventilation signee des montants dans CTL-TOTAUX
      *               (lus sur DCPT-S, lus sur DCPT-S-RECYCLE, valides,
      *               rejetes, doublons ; annulations en negatif),
      *               conservee au checkpoint, pour la balance de
      *               bout en bout de la chaine (Balance-Chaine).
      *    15/10/26 - archive permanente indexee des decomptes valides
      *               (ARCHIVE-DECOMPTES, cle police/date de soins,
      *               cle secondaire beneficiaire/date de soins),
      *               enrichie a chaque execution et consultee par
      *               Consult-Decomptes ; une annulation doit y
      *               retrouver le decompte d'origine de meme montant
      *               non encore annule (code-raison 15 sinon), qui
      *               est alors marque comme annule.
      *    15/10/26 - ventilation comptable par produit et mois de
      *               comptabilisation (VENTIL-COMPTABLE) : montants
      *               rembourses des decomptes d'origine, des
      *               regularisations, des annulations et des
      *               ajustements sur exercice anterieur, pour
      *               l'interface comptable (Interface-Compta).
      *    15/10/26 - traitement partitionne (FRAISSANTE_MODE) : en
      *               mode tranche (T), seule une plage de NUM-PLC de
      *               l'extrait est validee, avec ses propres fichiers
      *               de travail et son checkpoint, ce qui permet de
      *               passer les tranches en parallele et de reprendre
      *               chacune isolement ; en mode fusion (F), les
      *               tranches terminees sont controlees (bilans, meme
      *               execution, couverture complete de l'extrait) et
      *               reunies, puis tris, historique, fichier
      *               d'echange, etats, CTL-TOTAUX et registre sont
      *               produits une seule fois comme par une execution
      *               complete. Reference d'execution commune imposee
      *               (FRAISSANTE_RUN_REF), rang d'archive decale par
      *               le numero de tranche.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *    (une ligne par enregistrement valide, COD-PROD/NUM-PLC/
      *    ANNEE/MOIS/MONT-REMB), alimente par LECTURE-FICHIER /
      *    TRAITEMENT et relu par les deux tris de rupture ci-dessous.
      *    En traitement partitionne, chaque tranche ecrit le sien et
      *    la fusion les reunit ici avant les tris.
           SELECT DCPT-S-VALIDE ASSIGN DYNAMIC WS-VALIDE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Valide
                .
                FILE STATUS        IS L-Fst-Hist
           .

      *    Archive permanente des decomptes valides, enrichie a
      *    chaque execution (fichier indexe, cle police/date de
      *    soins/execution/rang, cle secondaire beneficiaire/date de
      *    soins) ; partagee par les tranches d'un traitement
      *    partitionne passees en parallele (une police n'appartient
      *    qu'a une tranche, elles n'en touchent pas les memes cles) :
           SELECT ARCHIVE-DECOMPTES ASSIGN DYNAMIC WS-ARCHIVE-PATH
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                SHARING            WITH ALL OTHER
                RECORD KEY         IS ARC-CLE
                ALTERNATE RECORD KEY IS ARC-CLE-BENEF
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Arc
           .

      *    Rapport de cumul annuel a date, produit a partir de
      *    l'historique ci-dessus en fin d'execution :
           SELECT RAPPORT-CUMUL ASSIGN DYNAMIC WS-HISTCUM-PATH
                FILE STATUS        IS L-Fst-Res
           .

      *    Ventilation comptable des totaux mensuels par produit et
      *    type de mouvement, relue par l'interface comptable :
           SELECT VENTIL-COMPTABLE ASSIGN DYNAMIC WS-VENTIL-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ven
           .

      *    Registre des exercices clos, tenu par le programme de
      *    cloture : les annees qui y figurent sont intouchables par
      *    MAJ-HIST-MENSUEL :
                FILE STATUS        IS L-Fst-Clo
           .

      *    Fichiers d'une tranche (valides, erreurs, doublons) relus
      *    par la fusion du traitement partitionne :
           SELECT DCPT-S-TRANCHE ASSIGN DYNAMIC WS-TRANCHE-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Tra
           .

      *    Checkpoint de reprise de la boucle de lecture DCPT-S :
           SELECT DCPT-S-CKP ASSIGN DYNAMIC WS-CKP-PATH
                ORGANIZATION       IS LINE SEQUENTIAL
           05 FILLER                                   PIC X(01).
           05 ENR-DCPT-S-Erreur-Enr                   PIC X(57).

      *    Au plus long, une ligne de DCPT-S-Erreur ; les lignes plus
      *    courtes (valides, doublons) sont completees de blancs.
       FD DCPT-S-TRANCHE.
       01 ENR-DCPT-S-TRANCHE                              PIC X(139).

       FD ASSUR-ECHANGE.
       01 ENR-ASSUR-ECHANGE                                PIC X(80).

      *    ne recumule pas les cles deja mises a jour avant la chute.
           05 HIST-RUN-REF                             PIC X(14).

       FD ARCHIVE-DECOMPTES.
       01 ENR-ARCHIVE-DECOMPTES.
           05 ARC-CLE.
               10 ARC-NUM-PLC                          PIC X(12).
               10 ARC-DAT-SOINS                        PIC 9(08).
               10 ARC-RUN-REF                          PIC X(14).
      *        Rang de l'enregistrement dans l'execution (entree
      *        principale puis recyclage) :
               10 ARC-SEQ                              PIC 9(10).
           05 ARC-CLE-BENEF.
               10 ARC-NUM-BENEF                        PIC X(10).
               10 ARC-DAT-SOINS-BENEF                  PIC 9(08).
           05 ARC-COD-PROD                             PIC X(02).
      *    Type d'enregistrement : espace ou O = decompte d'origine,
      *    A = annulation, R = regularisation.
           05 ARC-TYPE-ENR                             PIC X(01).
               88 ARC-TYPE-ANNULATION                 VALUE 'A'.
      *    Montants signes (annulation en negatif) :
           05 ARC-MONT-FRAIS                           PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05 ARC-MONT-REMB                            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
      *    Periode de comptabilisation (mois de soins, ou periode
      *    ouverte courante pour un ajustement sur mois declare) :
           05 ARC-PER-ANNEE                            PIC 9(04).
           05 ARC-PER-MOIS                             PIC 9(02).
      *    Lien d'annulation : sur un decompte d'origine, execution
      *    et rang de l'annulation qui l'a annule ; sur une
      *    annulation, execution et rang du decompte annule. A
      *    blanc : pas de lien.
           05 ARC-LIEN.
               10 ARC-LIEN-RUN-REF                     PIC X(14).
               10 ARC-LIEN-SEQ                         PIC 9(10).
           05 ARC-DAT-ARCHIVAGE                        PIC 9(08).

       FD RAPPORT-CUMUL.
       01 ENR-RAPPORT-CUMUL                                PIC X(132).

       FD CTL-TOTAUX.
       01 ENR-CTL-TOTAUX                                  PIC X(500).

       FD RAPPORT-VARIATION.
       01 ENR-RAPPORT-VARIATION                            PIC X(132).
       FD ETAT-RESTATEMENT.
       01 ENR-ETAT-RESTATEMENT                             PIC X(132).

      *    Apres la ligne d'identification de l'execution, une ligne
      *    par produit, mois de comptabilisation et type de mouvement
      *    (ORIG decomptes d'origine, REGU regularisations, ANNU
      *    annulations, AJUS ajustements sur exercice anterieur) ;
      *    la somme des lignes d'un produit/mois est le total de
      *    MODIF-DCPT-S.
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

       FD BENEF-IDX.
       01 ENR-BENEF-IDX.
           05 BIDX-NUM-BENEF                          PIC X(10).
           05 CKP-CPT-ERR-DELAI                         PIC 9(10).
           05 CKP-CPT-ERR-AUTRE                         PIC 9(10).
           05 CKP-CPT-RECYCLE                           PIC 9(10).
           05 CKP-CPT-ERR-ANNUL                         PIC 9(10).
           05 CKP-CPT-ARCHIVES                          PIC 9(10).
           05 CKP-TOTAL-MONT-REMB-LU                    PIC 9(15)V99.
           05 CKP-TOTAL-MONT-TOT-ECRIT                  PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 CKP-TOTAL-MONT-LU-SIGNE                   PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 CKP-TOTAL-MONT-RECYCLE                    PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 CKP-TOTAL-MONT-VALIDE                     PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 CKP-TOTAL-MONT-ERREUR                     PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05 CKP-TOTAL-MONT-DOUBLONS                   PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
      *    Reference de l'execution interrompue : reutilisee par la
      *    reprise pour que l'historique mensuel reconnaisse les
      *    cles qu'elle avait deja mises a jour.
           05 CKP-EN-COURS-IND                          PIC X(01).
               88 CKP-EN-COURS                          VALUE 'O'.
               88 CKP-TERMINE                           VALUE 'N'.
      *    'T' : bilan d'une tranche terminee, compteurs conserves
      *    pour la fusion du traitement partitionne.
               88 CKP-TRANCHE-TERMINEE                  VALUE 'T'.
      *    Total brut des montants lus dans la plage de la tranche
      *    (meme calcul que l'empreinte de l'extrait) : la somme sur
      *    les tranches doit redonner l'empreinte.
           05 CKP-TRANCHE-HASH                          PIC 9(15)V99.

       WORKING-STORAGE SECTION.

       01 L-Fst-Dbl                        PIC XX VALUE "00".
       01 L-Fst-RecIn                      PIC XX VALUE "00".
       01 L-Fst-Hist                       PIC XX VALUE "00".
       01 L-Fst-Arc                        PIC XX VALUE "00".
       01 L-Fst-Clo                        PIC XX VALUE "00".
       01 L-Fst-PolIdx                     PIC XX VALUE "00".
       01 L-Fst-BenIdx                     PIC XX VALUE "00".
       01 L-Fst-DblIdx                     PIC XX VALUE "00".
       01 L-Fst-Per                        PIC XX VALUE "00".
       01 L-Fst-Res                        PIC XX VALUE "00".
       01 L-Fst-Ven                        PIC XX VALUE "00".
       01 L-Fst-Ech                        PIC XX VALUE "00".
       01 L-Fst-Reg                        PIC XX VALUE "00".
       01 L-Fst-Var                        PIC XX VALUE "00".
       01 L-Fst-Err                        PIC XX VALUE "00".
       01 L-Fst-Ctl                        PIC XX VALUE "00".
       01 L-Fst-Ckp                        PIC XX VALUE "00".
       01 L-Fst-Tra                        PIC XX VALUE "00".

      * Chemins des fichiers (parametrables par variable d'env.) :
       01 WS-CHEMINS.
           05 WS-CTLTOT-PATH                         PIC X(200).
           05 WS-CKP-PATH                            PIC X(200).
           05 WS-HIST-PATH                           PIC X(200).
           05 WS-ARCHIVE-PATH                        PIC X(200).
           05 WS-CLOS-PATH                           PIC X(200).
           05 WS-POLIDX-PATH                         PIC X(200).
           05 WS-BENIDX-PATH                         PIC X(200).
           05 WS-DBLIDX-PATH                         PIC X(200).
           05 WS-PERIODES-PATH                       PIC X(200).
           05 WS-RESTATE-PATH                        PIC X(200).
           05 WS-VENTIL-PATH                         PIC X(200).
           05 WS-HISTCUM-PATH                        PIC X(200).
           05 WS-ECHANGE-PATH                        PIC X(200).
           05 WS-REGISTRE-PATH                       PIC X(200).
           05 WS-VARIATION-PATH                      PIC X(200).
           05 WS-VALIDE-PATH                         PIC X(200).
           05 WS-TRANCHE-PATH                        PIC X(200).

      * Indicateurs pilotes par l'environnement :
       01 WS-CSV-ACTIF-IND                                PIC X(01).
           88 WS-FORCE-DEMANDE                          VALUE 'O'.
           88 WS-FORCE-NON-DEMANDE                       VALUE 'N'.

      * Mode de traitement (FRAISSANTE_MODE) : C execution complete
      * (defaut), T une tranche de l'extrait (plage de NUM-PLC), F
      * fusion des tranches terminees d'une meme execution :
       01 WS-MODE-IND                                     PIC X(01).
           88 WS-MODE-COMPLET                           VALUE 'C'.
           88 WS-MODE-TRANCHE                           VALUE 'T'.
           88 WS-MODE-FUSION                            VALUE 'F'.

      * Traitement partitionne : numero de la tranche (01 a 99) et
      * sa plage de NUM-PLC, bornes incluses (borne a blanc : pas de
      * limite de ce cote), nombre de tranches a fusionner, et
      * reference d'execution commune aux tranches et a la fusion :
       01 WS-TRANCHE-AFF                                  PIC X(02).
       01 WS-TRANCHE-NO                                   PIC 9(02)
                                                     VALUE 0.
       01 WS-NB-TRANCHES-AFF                              PIC X(02).
       01 WS-NB-TRANCHES                                  PIC 9(02)
                                                     VALUE 0.
       01 WS-PLC-DEBUT                                    PIC X(12).
       01 WS-PLC-FIN                                      PIC X(12).
       01 WS-RUN-REF-IMPOSEE                              PIC X(14).
       01 WS-IDX-TRANCHE                                  PIC 9(02).

      * Total brut des montants lus dans la plage de la tranche, et
      * cumuls des bilans de tranches confrontes a l'empreinte de
      * l'extrait par la fusion :
       01 WS-TRANCHE-HASH                                 PIC 9(15)V99.
       01 WS-FUSION-HASH                                  PIC 9(15)V99.
       01 WS-FUSION-NB-VALIDES                            PIC 9(10).
       01 WS-FUSION-NB-ERREURS                            PIC 9(10).
       01 WS-FUSION-NB-DOUBLONS                           PIC 9(10).

      * Chemin d'un fichier de tranche : chemin de base suffixe du
      * numero de tranche (".T01" ...) :
       01 WS-CHEMIN-BASE                                  PIC X(200).
       01 WS-CHEMIN-TRANCHE                               PIC X(200).

      * Enregistrement lu dans la plage de NUM-PLC de la tranche
      * (toujours vrai hors mode tranche) :
       01 WS-PLAGE-IND                                    PIC X(01).
           88 WS-DANS-TRANCHE                           VALUE 'O'.
           88 WS-HORS-TRANCHE                            VALUE 'N'.

      * Tranche deja terminee pour cette execution (reprise demandee
      * sur une tranche dont le bilan est deja ecrit) : rien a
      * refaire.
       01 WS-TRANCHE-FAITE-IND                            PIC X(01).
           88 WS-TRANCHE-DEJA-FAITE                     VALUE 'O'.
           88 WS-TRANCHE-A-FAIRE                         VALUE 'N'.

      * Checkpoint ecrit comme bilan de fin de tranche (etat 'T')
      * plutot que comme point de reprise (etat 'O') :
       01 WS-BILAN-IND                                    PIC X(01).
           88 WS-BILAN-TRANCHE                          VALUE 'O'.
           88 WS-POINT-DE-REPRISE                        VALUE 'N'.

      * Positionne quand l'empreinte de l'entree figure deja au
      * registre des executions : le traitement est refuse et le
      * programme rend le code retour 8 a l'ordonnanceur.
           88 Fin-TRI-BEN-Oui                      VALUE 1.
           88 Fin-TRI-BEN-Non                      VALUE 0.

       01 Fin-TRANCHE                           PIC 9.
           88 Fin-TRANCHE-Oui                      VALUE 1.
           88 Fin-TRANCHE-Non                      VALUE 0.

      * Compteurs
       01 COMPTEURS.
           05 CPT-DCPT-S                                PIC 9(10).
           05 CPT-ERR-BAREME                            PIC 9(10).
           05 CPT-ERR-ECART-CALC                        PIC 9(10).
           05 CPT-ERR-FRAIS                             PIC 9(10).
           05 CPT-ERR-ANNUL-ORIGINE                     PIC 9(10).
           05 CPT-ARCHIVES                              PIC 9(10).
           05 CPT-BAREMES-LUS                           PIC 9(10).
           05 CPT-ERR-AUTRE                             PIC 9(10).
           05 CPT-POLICES-LUES                          PIC 9(10).
       01 WS-TOTAUX-CONTROLE.
           05 WS-TOTAL-MONT-REMB-LU                  PIC 9(15)V99.
           05 WS-TOTAL-MONT-TOT-ECRIT                PIC S9(15)V99.
      *    Ventilation signee (annulations en negatif) des montants
      *    lus, doublons compris, pour la balance de la chaine : lus
      *    (entree principale et recyclage), dont recyclage, puis
      *    valides, rejetes et doublons.
           05 WS-TOTAL-MONT-LU-SIGNE                 PIC S9(15)V99.
           05 WS-TOTAL-MONT-RECYCLE                  PIC S9(15)V99.
           05 WS-TOTAL-MONT-VALIDE                   PIC S9(15)V99.
           05 WS-TOTAL-MONT-ERREUR                   PIC S9(15)V99.
           05 WS-TOTAL-MONT-DOUBLONS                 PIC S9(15)V99.

      * Montant signe de l'enregistrement en cours (zero si le
      * montant lu n'est pas numerique) :
       01 WS-MONT-SIGNE-ENR                             PIC S9(07)V99.

      * Checkpoint : interieur du checkpoint intervalle de reprise,
      * et copie des compteurs restaures au demarrage. A 1 (checkpoint
           05 WS-CKP-CPT-ERR-DELAI-R                    PIC 9(10).
           05 WS-CKP-CPT-ERR-AUTRE-R                    PIC 9(10).
           05 WS-CKP-CPT-RECYCLE-R                      PIC 9(10).
           05 WS-CKP-CPT-ERR-ANNUL-R                    PIC 9(10).
           05 WS-CKP-CPT-ARCHIVES-R                     PIC 9(10).
           05 WS-CKP-TOTAL-MONT-REMB-LU-R               PIC 9(15)V99.
           05 WS-CKP-TOTAL-MONT-TOT-ECRIT-R             PIC S9(15)V99.
           05 WS-CKP-TOTAL-MONT-LU-SIGNE-R              PIC S9(15)V99.
           05 WS-CKP-TOTAL-MONT-RECYCLE-R               PIC S9(15)V99.
           05 WS-CKP-TOTAL-MONT-VALIDE-R                PIC S9(15)V99.
           05 WS-CKP-TOTAL-MONT-ERREUR-R                PIC S9(15)V99.
           05 WS-CKP-TOTAL-MONT-DOUBLONS-R              PIC S9(15)V99.
           05 WS-CKP-RUN-REF-R                          PIC X(14).
           05 WS-CKP-TRANCHE-HASH-R                     PIC 9(15)V99.

      * Variables pour le traitement :
       01 WS-Variable-Trait.
           88 WS-PREMIERE-LIGNE-PROD                    VALUE 'O'.
           88 WS-AUTRE-LIGNE-PROD                        VALUE 'N'.

      * Ventilation comptable du produit/mois en cours de rupture
      * (1 ORIG, 2 REGU, 3 ANNU, 4 AJUS) :
       01 WS-TAB-VENTIL-TYPES-VALEURS.
           05 FILLER                          PIC X(04) VALUE "ORIG".
           05 FILLER                          PIC X(04) VALUE "REGU".
           05 FILLER                          PIC X(04) VALUE "ANNU".
           05 FILLER                          PIC X(04) VALUE "AJUS".
       01 WS-TAB-VENTIL-TYPES REDEFINES WS-TAB-VENTIL-TYPES-VALEURS.
           05 WS-VENTIL-TYPE OCCURS 4 TIMES             PIC X(04).
       01 WS-TAB-VENTIL.
           05 WS-VENTIL-LIGNE OCCURS 4 TIMES.
               10 WS-VENTIL-NB                          PIC 9(10).
               10 WS-VENTIL-MONT                        PIC S9(13)V99.
       01 WS-IDX-VENTIL                                  PIC 9(01).

      * Rupture de sequence du tri par police (NUM-PLC) :
       01 WS-ENR-PLC-RECAP.
           05 WS-ENR-PLC-RECAP-NUM-PLC                  PIC X(12).
           05 WS-DATE-JOUR-MOIS                         PIC 9(02).
           05 WS-DATE-JOUR-JJ                           PIC 9(02).
       01 WS-HEURE-JOUR                                   PIC 9(08).
       01 WS-LIGNE-CTL                                   PIC X(500).
       01 WS-MONT-TOT-ECRIT-EDIT                        PIC -9(15).99.
       01 WS-MONT-CTL-DCPT-S                            PIC S9(15)V99.
       01 WS-MONT-CTL-EDITS.
           05 WS-MONT-LU-DCPT-S-EDIT                    PIC -9(15).99.
           05 WS-MONT-LU-RECYCLE-EDIT                   PIC -9(15).99.
           05 WS-MONT-VALIDE-EDIT                       PIC -9(15).99.
           05 WS-MONT-ERREUR-EDIT                       PIC -9(15).99.
           05 WS-MONT-DOUBLONS-EDIT                     PIC -9(15).99.

      * le type d'erreur :
       01 EXISTE-RREUR                                  PIC 9.
           88 WS-DOUBLON                                VALUE 'O'.
           88 WS-PAS-DOUBLON                             VALUE 'N'.

      * Archive des decomptes : rang de l'enregistrement courant dans
      * l'execution (cle d'archive stable en reprise, les compteurs
      * de lecture etant restaures du checkpoint ; en mode tranche,
      * rang dans la tranche decale de 100 000 000 par numero de
      * tranche, unique sur toute l'execution), recherche du
      * decompte d'origine d'une annulation.
       01 WS-ARC-SEQ                                      PIC 9(10).
       01 WS-ARC-ORIG-RUN-REF                             PIC X(14).
       01 WS-ARC-ORIG-SEQ                                 PIC 9(10).
       01 WS-ORIGINE-IND                                  PIC X(01).
           88 WS-ORIGINE-TROUVEE                        VALUE 'O'.
           88 WS-ORIGINE-ABSENTE                         VALUE 'N'.
       01 Fin-ARCHIVE                           PIC 9.
           88 Fin-ARCHIVE-Oui                      VALUE 1.
           88 Fin-ARCHIVE-Non                      VALUE 0.

      * Registre des periodes declarees charge en table au demarrage,
      * mis a jour en memoire (declarations du passage, ajustements
      * recus) et reecrit en fin d'execution (table bornee a 600

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

      *    Extrait deja traite avec succes (empreinte au registre),
      *    parametres de partition invalides ou tranches a reprendre
      *    avant la fusion : on rend la main a l'ordonnanceur avec le
      *    code retour 8, sans historique ni sorties mis a jour.
           IF WS-EXECUTION-REFUSEE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *    Reprise d'une tranche deja terminee : rien a refaire.
           IF WS-TRANCHE-DEJA-FAITE
              GOBACK
           END-IF

      *    En fusion, DCPT-S-VALIDE a ete reconstitue des tranches a
      *    l'initialisation : pas de validation a refaire.
           IF NOT WS-MODE-FUSION
              PERFORM TRAITEMENT              THRU FIN-TRAITEMENT
           END-IF

      *    Une tranche s'arrete a la validation : tris, historique,
      *    fichier d'echange, etats et totaux sont produits une seule
      *    fois, par la fusion.
           IF WS-MODE-TRANCHE
              PERFORM CLOTURE-TRANCHE         THRU FIN-CLOTURE-TRANCHE
              GOBACK
           END-IF

           PERFORM TRI-ET-RUPTURE-PRODUIT      THRU
                                         FIN-TRI-ET-RUPTURE-PRODUIT
           SET Fin-DCPT-S-Non    TO TRUE
           SET ERREUR-NON        TO TRUE
           SET WS-EXECUTION-ACCEPTEE TO TRUE
           SET WS-TRANCHE-A-FAIRE TO TRUE
           SET WS-POINT-DE-REPRISE TO TRUE
           SET WS-DANS-TRANCHE   TO TRUE
           MOVE 0 TO WS-TRANCHE-HASH
           MOVE "   *   " TO WS-ENR-MODIF-DCPT-S-ETOILE0
           MOVE "   *   " TO WS-ENR-MODIF-DCPT-S-ETOILE01
           MOVE "   *   " TO WS-ENR-MODIF-DCPT-S-ETOILE

           PERFORM INIT-CHEMINS THRU FIN-INIT-CHEMINS

      * Mode de traitement (complet, tranche ou fusion) et parametres
      * du traitement partitionne

           PERFORM INIT-PARTITION THRU FIN-INIT-PARTITION
           IF WS-EXECUTION-REFUSEE
              GO TO FIN-INITIALISATION
           END-IF

      * Garde contre le double traitement d'un meme extrait

           PERFORM CONTROLE-EXECUTION THRU FIN-CONTROLE-EXECUTION
              GO TO FIN-INITIALISATION
           END-IF

      * Reprise d'une tranche : son bilan est peut-etre deja ecrit

           IF WS-MODE-TRANCHE AND WS-RESTART-DEMANDE
              PERFORM CONTROLE-BILAN-TRANCHE THRU
                                         FIN-CONTROLE-BILAN-TRANCHE
              IF WS-TRANCHE-DEJA-FAITE
                 GO TO FIN-INITIALISATION
              END-IF
           END-IF

      * Fusion : toutes les tranches doivent etre terminees et
      * couvrir l'extrait, leurs fichiers sont alors reunis

           IF WS-MODE-FUSION
              PERFORM CONTROLE-TRANCHES THRU FIN-CONTROLE-TRANCHES
              IF WS-EXECUTION-REFUSEE
                 GO TO FIN-INITIALISATION
              END-IF
              PERFORM FUSION-TRANCHES THRU FIN-FUSION-TRANCHES
              IF WS-EXECUTION-REFUSEE
                 GO TO FIN-INITIALISATION
              END-IF
           END-IF

      * Chargement des referentiels (polices, produits) en table ;
      * la fusion ne valide rien et n'a besoin que des produits,
      * des exercices clos et des periodes declarees

           IF NOT WS-MODE-FUSION
              PERFORM CHARGE-POLICES THRU FIN-CHARGE-POLICES
              PERFORM CHARGE-BENEF THRU FIN-CHARGE-BENEF
           END-IF
           PERFORM CHARGE-PRODUITS THRU FIN-CHARGE-PRODUITS
           IF NOT WS-MODE-FUSION
              PERFORM CHARGE-BAREMES THRU FIN-CHARGE-BAREMES
           END-IF
           PERFORM CHARGE-EXERCICES-CLOS THRU
                                         FIN-CHARGE-EXERCICES-CLOS
           PERFORM CHARGE-PERIODES THRU FIN-CHARGE-PERIODES

      * Ouverture (creation au premier passage) de l'historique
      * des totaux mensuels, mis a jour par l'execution complete
      * ou par la fusion, jamais par une tranche

           IF NOT WS-MODE-TRANCHE
              PERFORM OUVRE-HISTORIQUE THRU FIN-OUVRE-HISTORIQUE
           END-IF

           IF WS-MODE-FUSION
              PERFORM OUVRE-SORTIES THRU FIN-OUVRE-SORTIES
              GO TO FIN-INITIALISATION
           END-IF

      * Ouverture (creation au premier passage) de l'archive des
      * decomptes valides

           PERFORM OUVRE-ARCHIVE THRU FIN-OUVRE-ARCHIVE

      * Ouverture des fichiers et reprise eventuelle sur checkpoint

              PERFORM SAUT-ENREGISTREMENTS THRU FIN-SAUT-ENREGISTREMENTS
           END-IF

      *    Une tranche ne produit aucun des fichiers de sortie.
           IF WS-MODE-COMPLET
              PERFORM OUVRE-SORTIES THRU FIN-OUVRE-SORTIES
           END-IF

      * Première lecture/traitement avant d'entrer dans la boucle.

       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       OUVRE-SORTIES.
      ****************
           OPEN OUTPUT   MODIF-DCPT-S
           IF WS-CSV-ACTIF
              OPEN OUTPUT MODIF-DCPT-S-CSV
           END-IF
           OPEN OUTPUT   NUM-PLC-RECAP
           OPEN OUTPUT   MODIF-DCPT-S-ANNUEL
           OPEN OUTPUT   VENTIL-COMPTABLE

      *    L'ecriture des entêtes :
           PERFORM Premeire-Ecr THRU FIN-Premeire-Ecr
           .
      ********************
       FIN-OUVRE-SORTIES. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       INIT-CHEMINS.
      ***************
           MOVE "CTL-TOTAUX.txt"         TO WS-CTLTOT-PATH
           MOVE "DCPT-S.ckp"             TO WS-CKP-PATH
           MOVE "HIST-MENSUEL.dat"       TO WS-HIST-PATH
           MOVE "ARCHIVE-DECOMPTES.dat"  TO WS-ARCHIVE-PATH
           MOVE "EXERCICES-CLOS.txt"     TO WS-CLOS-PATH
           MOVE "POLICES-IDX.dat"        TO WS-POLIDX-PATH
           MOVE "BENEF-IDX.dat"          TO WS-BENIDX-PATH
           MOVE "DOUBLONS-IDX.dat"       TO WS-DBLIDX-PATH
           MOVE "PERIODES-DECLAREES.txt" TO WS-PERIODES-PATH
           MOVE "ETAT-RESTATEMENT.txt"   TO WS-RESTATE-PATH
           MOVE "VENTIL-COMPTABLE.txt"   TO WS-VENTIL-PATH
           MOVE "RAPPORT-ANNUEL-CUMUL.txt" TO WS-HISTCUM-PATH
           MOVE "ASSUR-ECHANGE.txt"      TO WS-ECHANGE-PATH
           MOVE "FRAISSAN"               TO WS-EMETTEUR
           MOVE "RUN-REGISTRE.txt"       TO WS-REGISTRE-PATH
           MOVE "RAPPORT-VARIATION.txt"  TO WS-VARIATION-PATH
           MOVE "DCPT-S-VALIDE.tmp"      TO WS-VALIDE-PATH
           MOVE SPACES                   TO WS-SEUIL-PCT-AFF
           MOVE SPACES                   TO WS-DELAI-JOURS-AFF
           SET  WS-FORCE-NON-DEMANDE     TO TRUE
                                            "FRAISSANTE_CKP_FILE"
           ACCEPT WS-HIST-PATH    FROM ENVIRONMENT
                                            "FRAISSANTE_HIST_FILE"
           ACCEPT WS-ARCHIVE-PATH FROM ENVIRONMENT
                                            "FRAISSANTE_ARCHIVE_FILE"
           ACCEPT WS-CLOS-PATH    FROM ENVIRONMENT
                                            "FRAISSANTE_CLOS_IN"
           ACCEPT WS-POLIDX-PATH  FROM ENVIRONMENT
                                            "FRAISSANTE_PERIODES_FILE"
           ACCEPT WS-RESTATE-PATH FROM ENVIRONMENT
                                            "FRAISSANTE_RESTATE_OUT"
           ACCEPT WS-VENTIL-PATH  FROM ENVIRONMENT
                                            "FRAISSANTE_VENTIL_OUT"
           ACCEPT WS-HISTCUM-PATH FROM ENVIRONMENT
                                            "FRAISSANTE_HISTCUM_OUT"
           ACCEPT WS-ECHANGE-PATH FROM ENVIRONMENT
                                            "FRAISSANTE_CSV_ACTIF"
           ACCEPT WS-RESTART-IND  FROM ENVIRONMENT
                                            "FRAISSANTE_RESTART"
           ACCEPT WS-VALIDE-PATH  FROM ENVIRONMENT
                                            "FRAISSANTE_VALIDE_FILE"

           IF WS-DCPT-S-PATH  = SPACES MOVE "DCPT-S.txt" TO
                                                       WS-DCPT-S-PATH
           IF WS-HIST-PATH    = SPACES MOVE "HIST-MENSUEL.dat" TO
                                                       WS-HIST-PATH
           END-IF
           IF WS-ARCHIVE-PATH = SPACES MOVE "ARCHIVE-DECOMPTES.dat" TO
                                                       WS-ARCHIVE-PATH
           END-IF
           IF WS-CLOS-PATH    = SPACES MOVE "EXERCICES-CLOS.txt" TO
                                                       WS-CLOS-PATH
           END-IF
           IF WS-RESTATE-PATH = SPACES MOVE "ETAT-RESTATEMENT.txt" TO
                                                       WS-RESTATE-PATH
           END-IF
           IF WS-VENTIL-PATH  = SPACES MOVE "VENTIL-COMPTABLE.txt" TO
                                                       WS-VENTIL-PATH
           END-IF
           IF WS-HISTCUM-PATH = SPACES MOVE
                                  "RAPPORT-ANNUEL-CUMUL.txt" TO
                                                       WS-HISTCUM-PATH
           IF WS-VARIATION-PATH = SPACES MOVE "RAPPORT-VARIATION.txt"
                                               TO WS-VARIATION-PATH
           END-IF
           IF WS-VALIDE-PATH  = SPACES MOVE "DCPT-S-VALIDE.tmp" TO
                                                       WS-VALIDE-PATH
           END-IF
      *    Les valeurs recues de l'environnement arrivent cadrees a
      *    gauche et completees de blancs ("30 ") : elles sont
      *    converties par NUMVAL apres verification qu'elles ne
       FIN-INIT-CHEMINS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       INIT-PARTITION.
      *****************
      *    Mode de traitement et parametres du traitement
      *    partitionne. Les tranches d'une execution et leur fusion
      *    recoivent toutes la meme reference d'execution
      *    (FRAISSANTE_RUN_REF), qui remplace celle tiree de la date
      *    et de l'heure de lancement : historique, archive, fichier
      *    d'echange et registre restent rattaches a une seule
      *    execution logique. En mode tranche, les fichiers de
      *    travail et le checkpoint prennent le suffixe du numero de
      *    tranche (".T01" ...) : les tranches passent en parallele
      *    sans se gener, la fusion retrouve leurs fichiers.
           MOVE SPACES TO WS-MODE-IND
                          WS-TRANCHE-AFF
                          WS-NB-TRANCHES-AFF
                          WS-PLC-DEBUT
                          WS-PLC-FIN
                          WS-RUN-REF-IMPOSEE
           ACCEPT WS-MODE-IND        FROM ENVIRONMENT
                                            "FRAISSANTE_MODE"
           ACCEPT WS-TRANCHE-AFF     FROM ENVIRONMENT
                                            "FRAISSANTE_TRANCHE"
           ACCEPT WS-NB-TRANCHES-AFF FROM ENVIRONMENT
                                            "FRAISSANTE_NB_TRANCHES"
           ACCEPT WS-PLC-DEBUT       FROM ENVIRONMENT
                                            "FRAISSANTE_PLC_DEBUT"
           ACCEPT WS-PLC-FIN         FROM ENVIRONMENT
                                            "FRAISSANTE_PLC_FIN"
           ACCEPT WS-RUN-REF-IMPOSEE FROM ENVIRONMENT
                                            "FRAISSANTE_RUN_REF"
           IF NOT WS-MODE-TRANCHE AND NOT WS-MODE-FUSION
              SET WS-MODE-COMPLET TO TRUE
              GO TO FIN-INIT-PARTITION
           END-IF

           IF WS-RUN-REF-IMPOSEE = SPACES
              DISPLAY "Traitement partitionne : reference "
                       "d'execution (FRAISSANTE_RUN_REF) absente"
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-INIT-PARTITION
           END-IF
           MOVE WS-RUN-REF-IMPOSEE TO WS-RUN-REF
           MOVE SPACES TO WS-LIGNE-RUN
           STRING "EXECUTION "           DELIMITED BY SIZE
                  WS-RUN-REF             DELIMITED BY SIZE
             INTO WS-LIGNE-RUN
           END-STRING

           IF WS-MODE-FUSION
              MOVE WS-NB-TRANCHES-AFF TO WS-CTRL-NUM
              INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
              IF WS-CTRL-NUM = SPACES
               AND WS-NB-TRANCHES-AFF NOT = SPACES
                 COMPUTE WS-NB-TRANCHES =
                         FUNCTION NUMVAL (WS-NB-TRANCHES-AFF)
              END-IF
              IF WS-NB-TRANCHES = ZERO
                 DISPLAY "Fusion : nombre de tranches invalide : "
                          WS-NB-TRANCHES-AFF
                 SET WS-EXECUTION-REFUSEE TO TRUE
              ELSE
                 DISPLAY "Fusion de " WS-NB-TRANCHES
                         " tranches, execution " WS-RUN-REF
              END-IF
              GO TO FIN-INIT-PARTITION
           END-IF

           MOVE WS-TRANCHE-AFF TO WS-CTRL-NUM
           INSPECT WS-CTRL-NUM CONVERTING "0123456789" TO SPACES
           IF WS-CTRL-NUM = SPACES AND WS-TRANCHE-AFF NOT = SPACES
              COMPUTE WS-TRANCHE-NO =
                      FUNCTION NUMVAL (WS-TRANCHE-AFF)
           END-IF
           IF WS-TRANCHE-NO = ZERO
              DISPLAY "Tranche : numero de tranche invalide : "
                       WS-TRANCHE-AFF
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-INIT-PARTITION
           END-IF
           IF WS-PLC-DEBUT NOT = SPACES AND WS-PLC-FIN NOT = SPACES
            AND WS-PLC-DEBUT > WS-PLC-FIN
              DISPLAY "Tranche " WS-TRANCHE-NO " : plage de NUM-PLC "
                      "vide (" WS-PLC-DEBUT " > " WS-PLC-FIN ")"
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-INIT-PARTITION
           END-IF

           MOVE WS-TRANCHE-NO     TO WS-IDX-TRANCHE
           MOVE WS-VALIDE-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-VALIDE-PATH
           MOVE WS-ERREUR-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-ERREUR-PATH
           MOVE WS-DOUBLONS-PATH  TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-DOUBLONS-PATH
           MOVE WS-CKP-PATH       TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-CKP-PATH
           MOVE WS-POLIDX-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-POLIDX-PATH
           MOVE WS-BENIDX-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-BENIDX-PATH
           MOVE WS-DBLIDX-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-DBLIDX-PATH

           DISPLAY "Tranche " WS-TRANCHE-NO " de l'execution "
                    WS-RUN-REF " : NUM-PLC de [" WS-PLC-DEBUT
                   "] a [" WS-PLC-FIN "]"
           .
      *********************
       FIN-INIT-PARTITION. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       CHEMIN-TRANCHE.
      *****************
      *    Chemin du fichier de la tranche WS-IDX-TRANCHE : chemin de
      *    base WS-CHEMIN-BASE suffixe de ".T" et du numero.
           MOVE SPACES TO WS-CHEMIN-TRANCHE
           STRING WS-CHEMIN-BASE         DELIMITED BY SPACE
                  ".T"                   DELIMITED BY SIZE
                  WS-IDX-TRANCHE         DELIMITED BY SIZE
             INTO WS-CHEMIN-TRANCHE
           END-STRING
           .
      *********************
       FIN-CHEMIN-TRANCHE. EXIT.
      *********************
      *-----------------------------------------------------------------
      *************************
       CONTROLE-BILAN-TRANCHE.
      *************************
      *    Reprise demandee sur une tranche : si son checkpoint est
      *    deja le bilan de fin de tranche de cette execution, la
      *    tranche est terminee et n'est pas repassee ; seules les
      *    tranches interrompues sont a reprendre.
           OPEN INPUT DCPT-S-CKP
           IF L-Fst-Ckp NOT = ZERO
              GO TO FIN-CONTROLE-BILAN-TRANCHE
           END-IF
           READ DCPT-S-CKP
             NOT AT END
                IF CKP-TRANCHE-TERMINEE AND CKP-RUN-REF = WS-RUN-REF
                   SET WS-TRANCHE-DEJA-FAITE TO TRUE
                   DISPLAY "Tranche " WS-TRANCHE-NO " deja terminee "
                           "pour l'execution " WS-RUN-REF
                           " : rien a reprendre"
                END-IF
           END-READ
           CLOSE DCPT-S-CKP
           .
      *****************************
       FIN-CONTROLE-BILAN-TRANCHE. EXIT.
      *****************************
      *-----------------------------------------------------------------
      ********************
       CONTROLE-TRANCHES.
      ********************
      *    Fusion : relit le bilan de chaque tranche (son checkpoint,
      *    laisse a l'etat 'T' en fin de tranche) et cumule compteurs
      *    et totaux tels que les aurait obtenus une execution
      *    complete. La fusion est refusee (code retour 8, aucun
      *    fichier touche) si une tranche manque, n'est pas terminee
      *    ou releve d'une autre execution, ou si les tranches ne
      *    couvrent pas exactement l'extrait : nombre
      *    d'enregistrements et total brut des montants lus par les
      *    tranches doivent redonner l'empreinte de DCPT-S (sinon des
      *    plages de NUM-PLC se chevauchent ou laissent un trou).
           MOVE 0 TO WS-FUSION-HASH
           MOVE WS-CKP-PATH TO WS-CHEMIN-BASE
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > WS-NB-TRANCHES
              PERFORM LIT-BILAN-TRANCHE THRU FIN-LIT-BILAN-TRANCHE
           END-PERFORM
           MOVE WS-CHEMIN-BASE TO WS-CKP-PATH
           IF WS-EXECUTION-REFUSEE
              DISPLAY "Fusion refusee : tranche(s) a reprendre"
              GO TO FIN-CONTROLE-TRANCHES
           END-IF
           IF CPT-DCPT-S NOT = WS-EMPREINTE-NB-ENR
           OR WS-FUSION-HASH NOT = WS-EMPREINTE-HASH
              DISPLAY "Les tranches ne couvrent pas l'extrait : "
                       CPT-DCPT-S " enregistrements, hash "
                       WS-FUSION-HASH
              DISPLAY "Plages de NUM-PLC a revoir : fusion refusee"
              SET WS-EXECUTION-REFUSEE TO TRUE
           END-IF
           .
      ************************
       FIN-CONTROLE-TRANCHES. EXIT.
      ************************
      *-----------------------------------------------------------------
      ********************
       LIT-BILAN-TRANCHE.
      ********************
      *    Bilan de la tranche WS-IDX-TRANCHE (les anomalies de toutes
      *    les tranches sont signalees avant le refus).
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-CKP-PATH
           OPEN INPUT DCPT-S-CKP
           IF L-Fst-Ckp NOT = ZERO
              DISPLAY "Tranche " WS-IDX-TRANCHE " : bilan absent ("
                       L-Fst-Ckp ")"
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-LIT-BILAN-TRANCHE
           END-IF
           READ DCPT-S-CKP
             AT END
                MOVE SPACES TO ENR-DCPT-S-CKP
           END-READ
           CLOSE DCPT-S-CKP
           IF NOT CKP-TRANCHE-TERMINEE
              DISPLAY "Tranche " WS-IDX-TRANCHE " non terminee"
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-LIT-BILAN-TRANCHE
           END-IF
           IF CKP-RUN-REF NOT = WS-RUN-REF
              DISPLAY "Tranche " WS-IDX-TRANCHE " terminee pour "
                      "une autre execution : " CKP-RUN-REF
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-LIT-BILAN-TRANCHE
           END-IF

           ADD CKP-CPT-LU          TO CPT-DCPT-S
           ADD CKP-CPT-VALIDE      TO CPT-DCPT-S-VALIDE
           ADD CKP-CPT-ERR         TO CPT-ERR
           ADD CKP-CPT-ERR-PROD    TO CPT-ERR-COD-PROD
           ADD CKP-CPT-ERR-DATE    TO CPT-ERR-DAT-SOINS
           ADD CKP-CPT-ERR-MONT    TO CPT-ERR-MONT-REMB
           ADD CKP-CPT-ERR-PLC     TO CPT-ERR-NUM-PLC
           ADD CKP-CPT-ERR-COUV    TO CPT-ERR-COUVERTURE
           ADD CKP-CPT-ERR-PRODREF TO CPT-ERR-PRODUIT-REF
           ADD CKP-CPT-ERR-BENREF  TO CPT-ERR-BENEF-REF
           ADD CKP-CPT-ERR-BENPER  TO CPT-ERR-BENEF-PERIODE
           ADD CKP-CPT-ERR-BAREME  TO CPT-ERR-BAREME
           ADD CKP-CPT-ERR-ECART   TO CPT-ERR-ECART-CALC
           ADD CKP-CPT-ERR-FRAIS   TO CPT-ERR-FRAIS
           ADD CKP-CPT-DOUBLONS    TO CPT-DOUBLONS
           ADD CKP-CPT-ANNUL       TO CPT-ANNULATIONS
           ADD CKP-CPT-REGUL       TO CPT-REGULARISATIONS
           ADD CKP-CPT-ERR-TYPE    TO CPT-ERR-TYPE-ENR
           ADD CKP-CPT-ERR-FUTUR   TO CPT-ERR-DAT-FUTURE
           ADD CKP-CPT-ERR-DELAI   TO CPT-ERR-DAT-DELAI
           ADD CKP-CPT-ERR-AUTRE   TO CPT-ERR-AUTRE
           ADD CKP-CPT-RECYCLE     TO CPT-RECYCLE-LU
           ADD CKP-CPT-ERR-ANNUL   TO CPT-ERR-ANNUL-ORIGINE
           ADD CKP-CPT-ARCHIVES    TO CPT-ARCHIVES
           ADD CKP-TOTAL-MONT-REMB-LU  TO WS-TOTAL-MONT-REMB-LU
           ADD CKP-TOTAL-MONT-LU-SIGNE TO WS-TOTAL-MONT-LU-SIGNE
           ADD CKP-TOTAL-MONT-RECYCLE  TO WS-TOTAL-MONT-RECYCLE
           ADD CKP-TOTAL-MONT-VALIDE   TO WS-TOTAL-MONT-VALIDE
           ADD CKP-TOTAL-MONT-ERREUR   TO WS-TOTAL-MONT-ERREUR
           ADD CKP-TOTAL-MONT-DOUBLONS TO WS-TOTAL-MONT-DOUBLONS
           ADD CKP-TRANCHE-HASH        TO WS-FUSION-HASH
           DISPLAY "Tranche " WS-IDX-TRANCHE " : " CKP-CPT-LU
                   " lus, " CKP-CPT-VALIDE " valides"
           .
      ************************
       FIN-LIT-BILAN-TRANCHE. EXIT.
      ************************
      *-----------------------------------------------------------------
      ******************
       FUSION-TRANCHES.
      ******************
      *    Reconstitue a partir des fichiers des tranches ceux
      *    qu'aurait produits une execution complete : DCPT-S-VALIDE
      *    (relu par les trois tris), DCPT-S-Erreur et DCPT-S-DOUBLONS
      *    (relus par Recycle-Rejets et Balance-Chaine). Le nombre de
      *    lignes recopiees doit correspondre aux bilans, sinon la
      *    fusion est refusee (code retour 8) avant toute mise a jour
      *    de l'historique ou des fichiers de sortie.
           MOVE 0 TO WS-FUSION-NB-VALIDES
                     WS-FUSION-NB-ERREURS
                     WS-FUSION-NB-DOUBLONS
           OPEN OUTPUT DCPT-S-VALIDE
           OPEN OUTPUT DCPT-S-Erreur
           OPEN OUTPUT DCPT-S-DOUBLONS
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > WS-NB-TRANCHES
              PERFORM FUSION-VALIDES  THRU FIN-FUSION-VALIDES
              PERFORM FUSION-ERREURS  THRU FIN-FUSION-ERREURS
              PERFORM FUSION-DOUBLONS THRU FIN-FUSION-DOUBLONS
           END-PERFORM
           CLOSE DCPT-S-VALIDE
           CLOSE DCPT-S-Erreur
           CLOSE DCPT-S-DOUBLONS

           IF WS-FUSION-NB-VALIDES  NOT = CPT-DCPT-S-VALIDE
           OR WS-FUSION-NB-ERREURS  NOT = CPT-ERR
           OR WS-FUSION-NB-DOUBLONS NOT = CPT-DOUBLONS
              DISPLAY "Fichiers des tranches incomplets : "
                       WS-FUSION-NB-VALIDES " valides, "
                       WS-FUSION-NB-ERREURS " erreurs, "
                       WS-FUSION-NB-DOUBLONS " doublons"
              DISPLAY "Fusion refusee"
              SET WS-EXECUTION-REFUSEE TO TRUE
              GO TO FIN-FUSION-TRANCHES
           END-IF

      *    Le fichier de recyclage a ete relu par chaque tranche sur
      *    sa plage, sans etre consomme : il l'est ici, une fois pour
      *    toutes, comme en fin d'execution complete.
           OPEN INPUT DCPT-S-RECYCLE
           IF L-Fst-RecIn = ZERO
              CLOSE DCPT-S-RECYCLE
              OPEN OUTPUT DCPT-S-RECYCLE
              CLOSE DCPT-S-RECYCLE
           END-IF
           .
      **********************
       FIN-FUSION-TRANCHES. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       FUSION-VALIDES.
      *****************
      *    Recopie les enregistrements valides de la tranche ; les
      *    ajustements sur periode declarees y sont comptes.
           MOVE WS-VALIDE-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-TRANCHE-PATH
           OPEN INPUT DCPT-S-TRANCHE
           IF L-Fst-Tra NOT = ZERO
              DISPLAY "Tranche " WS-IDX-TRANCHE " : valides "
                      "introuvables, statut = " L-Fst-Tra
              GO TO FIN-FUSION-VALIDES
           END-IF
           SET Fin-TRANCHE-Non TO TRUE
           PERFORM UNTIL Fin-TRANCHE-Oui
              READ DCPT-S-TRANCHE
                AT END
                   SET Fin-TRANCHE-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-TRANCHE TO ENR-DCPT-S-VALIDE
                   IF EDV-ANNEE-ORIG NOT = ZERO
                      ADD 1 TO CPT-AJUST-ANTERIEUR
                   END-IF
                   WRITE ENR-DCPT-S-VALIDE
                   IF L-Fst-Valide NOT ZERO
                      DISPLAY "Erreur ecriture DCPT-S-VALIDE = "
                               L-Fst-Valide
                   END-IF
                   ADD 1 TO WS-FUSION-NB-VALIDES
              END-READ
           END-PERFORM
           CLOSE DCPT-S-TRANCHE
           .
      *********************
       FIN-FUSION-VALIDES. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       FUSION-ERREURS.
      *****************
           MOVE WS-ERREUR-PATH    TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-TRANCHE-PATH
           OPEN INPUT DCPT-S-TRANCHE
           IF L-Fst-Tra NOT = ZERO
              DISPLAY "Tranche " WS-IDX-TRANCHE " : erreurs "
                      "introuvables, statut = " L-Fst-Tra
              GO TO FIN-FUSION-ERREURS
           END-IF
           SET Fin-TRANCHE-Non TO TRUE
           PERFORM UNTIL Fin-TRANCHE-Oui
              READ DCPT-S-TRANCHE
                AT END
                   SET Fin-TRANCHE-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-TRANCHE TO ENR-DCPT-S-Erreur
                   WRITE ENR-DCPT-S-Erreur
                   IF L-Fst-Err NOT ZERO
                      DISPLAY "Erreur de type : " L-Fst-Err
                   END-IF
                   ADD 1 TO WS-FUSION-NB-ERREURS
              END-READ
           END-PERFORM
           CLOSE DCPT-S-TRANCHE
           .
      *********************
       FIN-FUSION-ERREURS. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       FUSION-DOUBLONS.
      ******************
           MOVE WS-DOUBLONS-PATH  TO WS-CHEMIN-BASE
           PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
           MOVE WS-CHEMIN-TRANCHE TO WS-TRANCHE-PATH
           OPEN INPUT DCPT-S-TRANCHE
           IF L-Fst-Tra NOT = ZERO
              DISPLAY "Tranche " WS-IDX-TRANCHE " : doublons "
                      "introuvables, statut = " L-Fst-Tra
              GO TO FIN-FUSION-DOUBLONS
           END-IF
           SET Fin-TRANCHE-Non TO TRUE
           PERFORM UNTIL Fin-TRANCHE-Oui
              READ DCPT-S-TRANCHE
                AT END
                   SET Fin-TRANCHE-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-TRANCHE TO ENR-DCPT-S-DOUBLONS
                   WRITE ENR-DCPT-S-DOUBLONS
                   IF L-Fst-Dbl NOT ZERO
                      DISPLAY "Erreur ecriture DCPT-S-DOUBLONS = "
                               L-Fst-Dbl
                   END-IF
                   ADD 1 TO WS-FUSION-NB-DOUBLONS
              END-READ
           END-PERFORM
           CLOSE DCPT-S-TRANCHE
           .
      **********************
       FIN-FUSION-DOUBLONS. EXIT.
      **********************
      *-----------------------------------------------------------------
      *********************
       CONTROLE-EXECUTION.
      *********************
       FIN-OUVRE-HISTORIQUE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ****************
       OUVRE-ARCHIVE.
      ****************
      *    Ouvre l'archive des decomptes en mise a jour ; au tout
      *    premier passage le fichier n'existe pas encore (statut
      *    35) : il est cree vide puis rouvert.
           OPEN I-O ARCHIVE-DECOMPTES
           IF L-Fst-Arc = "35"
              OPEN OUTPUT ARCHIVE-DECOMPTES
              CLOSE ARCHIVE-DECOMPTES
              OPEN I-O ARCHIVE-DECOMPTES
           END-IF
           IF L-Fst-Arc NOT = ZERO
              DISPLAY "Erreur ouverture fichier ARCHIVE-DECOMPTES = "
                       L-Fst-Arc
           END-IF
           .
      ********************
       FIN-OUVRE-ARCHIVE. EXIT.
      ********************
      *-----------------------------------------------------------------
      *********************
       OUVRE-DOUBLONS-IDX.
      *********************
                     MOVE CKP-CPT-REGUL    TO WS-CKP-CPT-REGUL-R
                     MOVE CKP-CPT-ERR-TYPE TO WS-CKP-CPT-ERR-TYPE-R
                     MOVE CKP-CPT-RECYCLE  TO WS-CKP-CPT-RECYCLE-R
                     MOVE CKP-CPT-ERR-ANNUL TO WS-CKP-CPT-ERR-ANNUL-R
                     MOVE CKP-CPT-ARCHIVES TO WS-CKP-CPT-ARCHIVES-R
                     MOVE CKP-RUN-REF      TO WS-CKP-RUN-REF-R
                     MOVE CKP-CPT-ERR-FUTUR TO WS-CKP-CPT-ERR-FUTUR-R
                     MOVE CKP-CPT-ERR-DELAI TO WS-CKP-CPT-ERR-DELAI-R
                                       WS-CKP-TOTAL-MONT-REMB-LU-R
                     MOVE CKP-TOTAL-MONT-TOT-ECRIT TO
                                       WS-CKP-TOTAL-MONT-TOT-ECRIT-R
                     MOVE CKP-TOTAL-MONT-LU-SIGNE  TO
                                       WS-CKP-TOTAL-MONT-LU-SIGNE-R
                     MOVE CKP-TOTAL-MONT-RECYCLE   TO
                                       WS-CKP-TOTAL-MONT-RECYCLE-R
                     MOVE CKP-TOTAL-MONT-VALIDE    TO
                                       WS-CKP-TOTAL-MONT-VALIDE-R
                     MOVE CKP-TOTAL-MONT-ERREUR    TO
                                       WS-CKP-TOTAL-MONT-ERREUR-R
                     MOVE CKP-TOTAL-MONT-DOUBLONS  TO
                                       WS-CKP-TOTAL-MONT-DOUBLONS-R
                     MOVE CKP-TRANCHE-HASH TO WS-CKP-TRANCHE-HASH-R
                     IF CKP-EN-COURS
                        SET WS-EN-REPRISE      TO TRUE
                     END-IF
              MOVE WS-CKP-CPT-ERR-DELAI-R TO CPT-ERR-DAT-DELAI
              MOVE WS-CKP-CPT-ERR-AUTRE-R TO CPT-ERR-AUTRE
              MOVE WS-CKP-CPT-RECYCLE-R   TO CPT-RECYCLE-LU
              MOVE WS-CKP-CPT-ERR-ANNUL-R TO CPT-ERR-ANNUL-ORIGINE
              MOVE WS-CKP-CPT-ARCHIVES-R  TO CPT-ARCHIVES
              MOVE WS-CKP-TOTAL-MONT-REMB-LU-R   TO
                                       WS-TOTAL-MONT-REMB-LU
              MOVE WS-CKP-TOTAL-MONT-TOT-ECRIT-R TO
                                       WS-TOTAL-MONT-TOT-ECRIT
              MOVE WS-CKP-TOTAL-MONT-LU-SIGNE-R  TO
                                       WS-TOTAL-MONT-LU-SIGNE
              MOVE WS-CKP-TOTAL-MONT-RECYCLE-R   TO
                                       WS-TOTAL-MONT-RECYCLE
              MOVE WS-CKP-TOTAL-MONT-VALIDE-R    TO
                                       WS-TOTAL-MONT-VALIDE
              MOVE WS-CKP-TOTAL-MONT-ERREUR-R    TO
                                       WS-TOTAL-MONT-ERREUR
              MOVE WS-CKP-TOTAL-MONT-DOUBLONS-R  TO
                                       WS-TOTAL-MONT-DOUBLONS
              MOVE WS-CKP-TRANCHE-HASH-R         TO WS-TRANCHE-HASH
      *       La reprise reprend la reference de l'execution
      *       interrompue : sorties et historique mensuel restent
      *       rattaches a la meme execution logique.
      ***************************
      *    Relit et ignore les enregistrements deja traites lors de
      *    l'execution precedente (DCPT-S-VALIDE/DCPT-S-Erreur sont
      *    rouverts en mode extension, pas retraites). En mode
      *    tranche, seuls comptent ceux de la plage de la tranche.
           MOVE 0 TO WS-SAUT-CPT
           PERFORM UNTIL WS-SAUT-CPT >= WS-CKP-CPT-LU-R
                      OR Fin-DCPT-S-Oui
                AT END
                   SET Fin-DCPT-S-Oui TO TRUE
                NOT AT END
                   PERFORM CONTROLE-PLAGE THRU FIN-CONTROLE-PLAGE
                   IF WS-DANS-TRANCHE
                      ADD 1 TO WS-SAUT-CPT
                   END-IF
              END-READ
           END-PERFORM
           .
      * DCPT-S-VALIDE doit etre ferme avant d'etre relu par les tris
      * de rupture ci-dessous (SORT ... USING l'ouvre lui-meme).
           CLOSE DCPT-S-VALIDE
           CLOSE ARCHIVE-DECOMPTES
           .
      *************************
       FIN-TRAITEMENT. EXIT.
      *    fois relu en entier, le fichier est vide : il ne peut pas
      *    etre reinjecte une seconde fois par une execution
      *    ulterieure si Recycle-Rejets n'est pas repasse entre
      *    temps. En mode tranche, chaque tranche n'en traite que sa
      *    plage de NUM-PLC et le fichier n'est vide que par la
      *    fusion, une fois toutes les tranches passees.
           SET Fin-RECYCLE-Non TO TRUE
           OPEN INPUT DCPT-S-RECYCLE
           IF L-Fst-RecIn NOT = ZERO
                AT END
                   SET Fin-RECYCLE-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-RECYCLE TO ENR-DCPT-S
                   PERFORM CONTROLE-PLAGE THRU FIN-CONTROLE-PLAGE
                   IF WS-DANS-TRANCHE
                      ADD 1 TO CPT-RECYCLE-LU
                      PERFORM TRAITEMENT-ENREGISTREMENT THRU
                                         FIN-TRAITEMENT-ENREGISTREMENT
                      ADD WS-MONT-SIGNE-ENR TO WS-TOTAL-MONT-RECYCLE
                      PERFORM VERIF-CHECKPOINT THRU
                                         FIN-VERIF-CHECKPOINT
                   END-IF
              END-READ
           END-PERFORM
           IF L-Fst-RecIn = ZERO OR L-Fst-RecIn = "10"
                       CPT-RECYCLE-LU
      *       Consommation du fichier : recree vide pour interdire
      *       une seconde injection des memes corrections.
              IF WS-MODE-COMPLET
                 OPEN OUTPUT DCPT-S-RECYCLE
                 CLOSE DCPT-S-RECYCLE
              END-IF
           END-IF
           .
      *************************
                AT END
                   SET Fin-RECYCLE-Oui TO TRUE
                NOT AT END
                   MOVE ENR-DCPT-S-RECYCLE TO ENR-DCPT-S
                   PERFORM CONTROLE-PLAGE THRU FIN-CONTROLE-PLAGE
                   IF WS-DANS-TRANCHE
                      ADD 1 TO WS-SAUT-CPT
                   END-IF
              END-READ
           END-PERFORM
           .
      ***************************
           MOVE ENR-DCPT-S TO WS-ENR-DCPT-S

      *    Montant signe de l'enregistrement pour la ventilation des
      *    montants lus (un montant non numerique compte pour zero).
           MOVE 0 TO WS-MONT-SIGNE-ENR
           IF WS-MONT-REMB IS NUMERIC
              IF WS-TYPE-ANNULATION
                 COMPUTE WS-MONT-SIGNE-ENR = 0 - WS-MONT-REMB
              ELSE
                 MOVE WS-MONT-REMB TO WS-MONT-SIGNE-ENR
              END-IF
           END-IF
           ADD WS-MONT-SIGNE-ENR TO WS-TOTAL-MONT-LU-SIGNE

      *    Un doublon strict est ecarte avant tout controle et avant
      *    les totaux : il ne doit peser ni dans les cumuls ni dans
      *    les fichiers valide/erreur.
                 PERFORM CALCUL-REMBOURSEMENT THRU
                                         FIN-CALCUL-REMBOURSEMENT
               END-IF
               COMPUTE WS-ARC-SEQ = WS-TRANCHE-NO * 100000000
                                  + CPT-DCPT-S + CPT-RECYCLE-LU
               IF ERREUR-NON AND WS-TYPE-ANNULATION
                 PERFORM CONTROLE-ANNULATION THRU
                                         FIN-CONTROLE-ANNULATION
               END-IF
               IF ERREUR-NON
                 MOVE WS-COD-PROD          TO EDV-COD-PROD
                 MOVE WS-NUM-PLC           TO EDV-NUM-PLC
                            L-Fst-Valide
                 END-IF
                 ADD 1 TO CPT-DCPT-S-VALIDE
                 ADD EDV-MONT-REMB TO WS-TOTAL-MONT-VALIDE
                 PERFORM ECR-ARCHIVE THRU FIN-ECR-ARCHIVE
               END-IF
             ELSE
               MOVE '02'                      TO WS-RAISON-ERREUR-COD
                            L-Fst-Dbl
                END-IF
                ADD 1 TO CPT-DOUBLONS
                ADD WS-MONT-SIGNE-ENR TO WS-TOTAL-MONT-DOUBLONS
             NOT INVALID KEY
                IF L-Fst-DblIdx NOT = ZERO
                   DISPLAY "Erreur ecriture DOUBLONS-IDX = "
           MOVE CPT-ERR-DAT-FUTURE TO CKP-CPT-ERR-FUTUR
           MOVE CPT-ERR-DAT-DELAI  TO CKP-CPT-ERR-DELAI
           MOVE CPT-RECYCLE-LU     TO CKP-CPT-RECYCLE
           MOVE CPT-ERR-ANNUL-ORIGINE TO CKP-CPT-ERR-ANNUL
           MOVE CPT-ARCHIVES       TO CKP-CPT-ARCHIVES
           MOVE WS-RUN-REF         TO CKP-RUN-REF
           MOVE CPT-ERR-AUTRE      TO CKP-CPT-ERR-AUTRE
           MOVE WS-TOTAL-MONT-REMB-LU   TO CKP-TOTAL-MONT-REMB-LU
           MOVE WS-TOTAL-MONT-TOT-ECRIT TO CKP-TOTAL-MONT-TOT-ECRIT
           MOVE WS-TOTAL-MONT-LU-SIGNE  TO CKP-TOTAL-MONT-LU-SIGNE
           MOVE WS-TOTAL-MONT-RECYCLE   TO CKP-TOTAL-MONT-RECYCLE
           MOVE WS-TOTAL-MONT-VALIDE    TO CKP-TOTAL-MONT-VALIDE
           MOVE WS-TOTAL-MONT-ERREUR    TO CKP-TOTAL-MONT-ERREUR
           MOVE WS-TOTAL-MONT-DOUBLONS  TO CKP-TOTAL-MONT-DOUBLONS
           MOVE WS-TRANCHE-HASH         TO CKP-TRANCHE-HASH
           IF WS-BILAN-TRANCHE
              SET CKP-TRANCHE-TERMINEE  TO TRUE
           ELSE
              SET CKP-EN-COURS          TO TRUE
           END-IF
           OPEN OUTPUT DCPT-S-CKP
           WRITE ENR-DCPT-S-CKP
           CLOSE DCPT-S-CKP
                                       ENR-NUM-PLC-RECAP-MONT-FRAIS
           WRITE ENR-NUM-PLC-RECAP

           WRITE ENR-VENTIL-COMPTABLE FROM WS-LIGNE-RUN
           IF L-Fst-Ven NOT ZERO
              DISPLAY "Erreur ecriture VENTIL-COMPTABLE = " L-Fst-Ven
           END-IF

           WRITE ENR-MODIF-DCPT-S-ANNUEL FROM WS-LIGNE-RUN
           MOVE "ANNE" TO ENR-MODIF-DCPT-S-ANNUEL-ANNEE
           MOVE "   *   " TO ENR-MODIF-DCPT-S-ANNUEL-ETOILE
               IF L-Fst-In NOT = ZERO
                   DISPLAY 'Erreur lecture fichier 1 =' L-Fst-In
               END-IF
      *        En mode tranche, les enregistrements hors de la plage
      *        de NUM-PLC sont laisses aux autres tranches.
               PERFORM CONTROLE-PLAGE THRU FIN-CONTROLE-PLAGE
               IF WS-HORS-TRANCHE
                   GO TO LECTURE-FICHIER
               END-IF
               ADD 1 TO CPT-DCPT-S
               IF ENR-DCPT-S-MONT-REMB IS NUMERIC
                   ADD ENR-DCPT-S-MONT-REMB TO WS-TRANCHE-HASH
               END-IF
           END-READ
           .
      ***********************
       FIN-LECTURE-FICHIER. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *****************
       CONTROLE-PLAGE.
      *****************
      *    En mode tranche, l'enregistrement courant (ENR-DCPT-S)
      *    appartient-il a la plage de NUM-PLC de la tranche ? Bornes
      *    incluses ; une borne a blanc ne limite pas. Deux images
      *    identiques ont le meme NUM-PLC et tombent donc toujours
      *    dans la meme tranche : la detection des doublons de chaque
      *    tranche vaut pour l'extrait entier.
           SET WS-DANS-TRANCHE TO TRUE
           IF NOT WS-MODE-TRANCHE
              GO TO FIN-CONTROLE-PLAGE
           END-IF
           IF WS-PLC-DEBUT NOT = SPACES
            AND ENR-DCPT-S-NUM-PLC < WS-PLC-DEBUT
              SET WS-HORS-TRANCHE TO TRUE
           END-IF
           IF WS-PLC-FIN NOT = SPACES
            AND ENR-DCPT-S-NUM-PLC > WS-PLC-FIN
              SET WS-HORS-TRANCHE TO TRUE
           END-IF
           .
      *********************
       FIN-CONTROLE-PLAGE. EXIT.
      *********************
      *-----------------------------------------------------------------
      **********
       Controle.
      **********
       FIN-CALCUL-REMBOURSEMENT. EXIT.
      ***************************
      *-----------------------------------------------------------------
      **********************
       CONTROLE-ANNULATION.
      **********************
      *    Une annulation doit retrouver a l'archive son decompte
      *    d'origine : meme police, meme date de soins, meme produit,
      *    meme beneficiaire, meme montant rembourse, pas lui-meme une
      *    annulation, et pas deja annule (sauf par cette meme
      *    annulation, cas d'une reprise apres incident). Le premier
      *    decompte qui convient est marque comme annule ; sans
      *    decompte d'origine, l'annulation est rejetee.
           SET WS-ORIGINE-ABSENTE TO TRUE
           SET Fin-ARCHIVE-Non TO TRUE
           MOVE WS-NUM-PLC             TO ARC-NUM-PLC
           MOVE DATCNV-DatSor-SSAAMMJJ TO ARC-DAT-SOINS
           MOVE LOW-VALUES             TO ARC-RUN-REF
           MOVE ZERO                   TO ARC-SEQ
           START ARCHIVE-DECOMPTES KEY IS >= ARC-CLE
             INVALID KEY
                SET Fin-ARCHIVE-Oui TO TRUE
           END-START
           PERFORM UNTIL Fin-ARCHIVE-Oui OR WS-ORIGINE-TROUVEE
              READ ARCHIVE-DECOMPTES NEXT RECORD
                AT END
                   SET Fin-ARCHIVE-Oui TO TRUE
                NOT AT END
                   IF ARC-NUM-PLC NOT = WS-NUM-PLC
                   OR ARC-DAT-SOINS NOT = DATCNV-DatSor-SSAAMMJJ
                      SET Fin-ARCHIVE-Oui TO TRUE
                   ELSE
                      IF  ARC-COD-PROD  = WS-COD-PROD
                      AND ARC-NUM-BENEF = WS-NUM-BENEF
                      AND NOT ARC-TYPE-ANNULATION
                      AND ARC-MONT-REMB = WS-MONT-REMB
                      AND (ARC-LIEN-RUN-REF = SPACES
                       OR (ARC-LIEN-RUN-REF = WS-RUN-REF
                       AND ARC-LIEN-SEQ = WS-ARC-SEQ))
                         SET WS-ORIGINE-TROUVEE TO TRUE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM

           IF WS-ORIGINE-ABSENTE
              SET ERREUR-OUI TO TRUE
              MOVE '15' TO WS-RAISON-ERREUR-COD
              MOVE "ANNULATION SANS DECOMPTE D'ORIGINE A L'ARCHIVE" TO
                                            WS-RAISON-ERREUR-LIB
              PERFORM ECR-ERREUR THRU FIN-ECR-ERREUR
              GO TO FIN-CONTROLE-ANNULATION
           END-IF

      *    Marque le decompte d'origine et retient sa cle pour le
      *    lien porte par l'annulation a son archivage.
           MOVE WS-RUN-REF  TO ARC-LIEN-RUN-REF
           MOVE WS-ARC-SEQ  TO ARC-LIEN-SEQ
           REWRITE ENR-ARCHIVE-DECOMPTES
           IF L-Fst-Arc NOT = ZERO
              DISPLAY "Erreur reecriture ARCHIVE-DECOMPTES = "
                       L-Fst-Arc
           END-IF
           MOVE ARC-RUN-REF TO WS-ARC-ORIG-RUN-REF
           MOVE ARC-SEQ     TO WS-ARC-ORIG-SEQ
           .
      **************************
       FIN-CONTROLE-ANNULATION. EXIT.
      **************************
      *-----------------------------------------------------------------
      **************
       ECR-ARCHIVE.
      **************
      *    Inscrit le decompte valide a l'archive. En reprise, un
      *    enregistrement deja archive avant l'incident retrouve sa
      *    cle (meme execution, meme rang) : il n'est pas reinscrit.
           MOVE SPACES                 TO ENR-ARCHIVE-DECOMPTES
           MOVE WS-NUM-PLC             TO ARC-NUM-PLC
           MOVE DATCNV-DatSor-SSAAMMJJ TO ARC-DAT-SOINS
           MOVE WS-RUN-REF             TO ARC-RUN-REF
           MOVE WS-ARC-SEQ             TO ARC-SEQ
           MOVE WS-NUM-BENEF           TO ARC-NUM-BENEF
           MOVE DATCNV-DatSor-SSAAMMJJ TO ARC-DAT-SOINS-BENEF
           MOVE WS-COD-PROD            TO ARC-COD-PROD
           MOVE WS-TYPE-ENR            TO ARC-TYPE-ENR
           MOVE EDV-MONT-FRAIS         TO ARC-MONT-FRAIS
           MOVE EDV-MONT-REMB          TO ARC-MONT-REMB
           MOVE EDV-ANNEE              TO ARC-PER-ANNEE
           MOVE EDV-MOIS               TO ARC-PER-MOIS
           MOVE WS-DATE-JOUR           TO ARC-DAT-ARCHIVAGE
           IF WS-TYPE-ANNULATION
              MOVE WS-ARC-ORIG-RUN-REF TO ARC-LIEN-RUN-REF
              MOVE WS-ARC-ORIG-SEQ     TO ARC-LIEN-SEQ
           END-IF
           WRITE ENR-ARCHIVE-DECOMPTES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO CPT-ARCHIVES
           END-WRITE
           IF L-Fst-Arc NOT = ZERO AND L-Fst-Arc NOT = "22"
              DISPLAY "Erreur ecriture ARCHIVE-DECOMPTES = " L-Fst-Arc
           END-IF
           .
      ******************
       FIN-ECR-ARCHIVE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ****************************
       AFFECTE-PERIODE-COMPTABLE.
      ****************************
             DISPLAY "Erreur de type : " L-Fst-Err
           END-IF
           ADD 1 TO CPT-ERR
           ADD WS-MONT-SIGNE-ENR TO WS-TOTAL-MONT-ERREUR
           EVALUATE WS-RAISON-ERREUR-COD
             WHEN '01' ADD 1 TO CPT-ERR-COD-PROD
             WHEN '02' ADD 1 TO CPT-ERR-DAT-SOINS
             WHEN '12' ADD 1 TO CPT-ERR-BAREME
             WHEN '13' ADD 1 TO CPT-ERR-ECART-CALC
             WHEN '14' ADD 1 TO CPT-ERR-FRAIS
             WHEN '15' ADD 1 TO CPT-ERR-ANNUL-ORIGINE
             WHEN OTHER ADD 1 TO CPT-ERR-AUTRE
           END-EVALUATE
           .
           SET WS-PREMIERE-LIGNE-PROD TO TRUE
           MOVE 0 TO WS-ENR-MODIF-DCPT-S-MONT-TOT
           MOVE 0 TO WS-ENR-MODIF-DCPT-S-MONT-FRAIS
           INITIALIZE WS-TAB-VENTIL

           PERFORM UNTIL Fin-TRI-PROD-Oui
             READ DCPT-S-TRI-PROD-OUT
                  ADD ETP-MONT-REMB TO WS-ENR-MODIF-DCPT-S-MONT-TOT
                  ADD ETP-MONT-FRAIS TO
                                    WS-ENR-MODIF-DCPT-S-MONT-FRAIS
      *           Ventilation comptable : un ajustement sur periode
      *           declaree part en AJUS quel que soit son type.
                  EVALUATE TRUE
                    WHEN ETP-ANNEE-ORIG NOT = 0
                       MOVE 4 TO WS-IDX-VENTIL
                    WHEN ETP-TYPE-ENR = 'A'
                       MOVE 3 TO WS-IDX-VENTIL
                    WHEN ETP-TYPE-ENR = 'R'
                       MOVE 2 TO WS-IDX-VENTIL
                    WHEN OTHER
                       MOVE 1 TO WS-IDX-VENTIL
                  END-EVALUATE
                  ADD 1 TO WS-VENTIL-NB (WS-IDX-VENTIL)
                  ADD ETP-MONT-REMB TO WS-VENTIL-MONT (WS-IDX-VENTIL)
                  PERFORM MAJ-TAB-ANNEE THRU FIN-MAJ-TAB-ANNEE
             END-READ
           END-PERFORM
           ADD WS-ENR-MODIF-DCPT-S-MONT-TOT TO
                                       WS-TOTAL-MONT-TOT-ECRIT

           PERFORM ECR-VENTIL-COMPTABLE THRU FIN-ECR-VENTIL-COMPTABLE

           IF WS-CSV-ACTIF
              PERFORM ECR-MODIF-DCPT-S-CSV THRU
                                          FIN-ECR-MODIF-DCPT-S-CSV
       FIN-ECR-MODIF-DCPT-S. EXIT.
      *********************
      *-----------------------------------------------------------------
      ***********************
       ECR-VENTIL-COMPTABLE.
      ***********************
      *    Une ligne par type de mouvement present dans le
      *    produit/mois qui vient d'etre ecrit sur MODIF-DCPT-S, puis
      *    remise a zero de la ventilation pour le suivant.
           PERFORM VARYING WS-IDX-VENTIL FROM 1 BY 1
                   UNTIL WS-IDX-VENTIL > 4
              IF WS-VENTIL-NB (WS-IDX-VENTIL) > 0
                 MOVE SPACES                   TO ENR-VENTIL-COMPTABLE
                 MOVE WS-RUPTURE-PROD-COD-PROD TO VEN-COD-PROD
                 MOVE WS-RUPTURE-PROD-ANNEE    TO VEN-ANNEE
                 MOVE WS-RUPTURE-PROD-MOIS     TO VEN-MOIS
                 MOVE WS-VENTIL-TYPE (WS-IDX-VENTIL) TO VEN-TYPE-MVT
                 MOVE WS-VENTIL-NB   (WS-IDX-VENTIL) TO VEN-NB
                 MOVE WS-VENTIL-MONT (WS-IDX-VENTIL) TO VEN-MONT-REMB
                 WRITE ENR-VENTIL-COMPTABLE
                 IF L-Fst-Ven NOT ZERO
                    DISPLAY "Erreur ecriture VENTIL-COMPTABLE = "
                             L-Fst-Ven
                 END-IF
              END-IF
           END-PERFORM
           INITIALIZE WS-TAB-VENTIL
           .
      ***************************
       FIN-ECR-VENTIL-COMPTABLE. EXIT.
      ***************************
      *-----------------------------------------------------------------
      *******************
       MAJ-HIST-MENSUEL.
      *******************
       FIN.
      ******

      * Fermeture de tous les fichiers ; ceux de la validation ne
      * sont pas ouverts par la fusion (elle ferme elle-meme ceux
      * qu'elle reconstitue).

           CLOSE MODIF-DCPT-S
           CLOSE VENTIL-COMPTABLE
           IF WS-CSV-ACTIF
              CLOSE MODIF-DCPT-S-CSV
           END-IF
           IF NOT WS-MODE-FUSION
              CLOSE DCPT-S
              CLOSE DCPT-S-Erreur
              CLOSE DCPT-S-DOUBLONS
              CLOSE DOUBLONS-IDX
              CLOSE POLICES-IDX
              CLOSE BENEF-IDX
           END-IF

      * Display des compteurs et du nombre d'erreurs s'il y en a

           IF WS-MODE-FUSION
              DISPLAY "Tranches fusionnees : " WS-NB-TRANCHES
           END-IF
           DISPLAY "Nombre d'enregistrements lus : " CPT-DCPT-S
           DISPLAY "Nombre d'enregistrements valides : "
                    CPT-DCPT-S-VALIDE
              DISPLAY "Mises a jour refusees (exercice clos) : "
                       CPT-HIST-CLOS-REFUS
           END-IF
           DISPLAY "Decomptes inscrits a l'archive : " CPT-ARCHIVES
           DISPLAY "Ajustements sur periodes declarees : "
                    CPT-AJUST-ANTERIEUR
           DISPLAY "Periodes nouvellement declarees : "
                        CPT-ERR-ECART-CALC
               DISPLAY "     dont frais reels invalides : "
                        CPT-ERR-FRAIS
               DISPLAY "     dont annulation sans decompte d'origine : "
                        CPT-ERR-ANNUL-ORIGINE
               DISPLAY "     dont type d'enregistrement invalide : "
                        CPT-ERR-TYPE-ENR
               DISPLAY "     dont date de soins future : "
           PERFORM ECR-REGISTRE   THRU FIN-ECR-REGISTRE

      *    Execution terminee normalement : le checkpoint ne doit plus
      *    servir de point de reprise pour la prochaine execution ;
      *    apres une fusion, ce sont les bilans des tranches qui sont
      *    ainsi soldes.
           IF WS-MODE-FUSION
              MOVE WS-CKP-PATH TO WS-CHEMIN-BASE
              PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                      UNTIL WS-IDX-TRANCHE > WS-NB-TRANCHES
                 PERFORM CHEMIN-TRANCHE THRU FIN-CHEMIN-TRANCHE
                 MOVE WS-CHEMIN-TRANCHE TO WS-CKP-PATH
                 PERFORM RAZ-CHECKPOINT THRU FIN-RAZ-CHECKPOINT
              END-PERFORM
              MOVE WS-CHEMIN-BASE TO WS-CKP-PATH
           ELSE
              PERFORM RAZ-CHECKPOINT THRU FIN-RAZ-CHECKPOINT
           END-IF

           DISPLAY 'Fin de traitement'
           .

      **********
       FIN-FIN.  EXIT.
      **********
      *-----------------------------------------------------------------
      *****************
       RAZ-CHECKPOINT.
      *****************
           MOVE 0 TO CKP-CPT-LU CKP-CPT-VALIDE CKP-CPT-ERR
                      CKP-CPT-ERR-PROD CKP-CPT-ERR-DATE
                      CKP-CPT-ERR-MONT CKP-CPT-ERR-PLC
                      CKP-CPT-DOUBLONS CKP-CPT-ANNUL CKP-CPT-REGUL
                      CKP-CPT-ERR-TYPE CKP-CPT-ERR-FUTUR
                      CKP-CPT-ERR-DELAI CKP-CPT-ERR-AUTRE
                      CKP-CPT-RECYCLE CKP-CPT-ERR-ANNUL
                      CKP-CPT-ARCHIVES
                      CKP-TOTAL-MONT-REMB-LU CKP-TOTAL-MONT-TOT-ECRIT
                      CKP-TOTAL-MONT-LU-SIGNE CKP-TOTAL-MONT-RECYCLE
                      CKP-TOTAL-MONT-VALIDE CKP-TOTAL-MONT-ERREUR
                      CKP-TOTAL-MONT-DOUBLONS
                      CKP-TRANCHE-HASH
           MOVE SPACES TO CKP-RUN-REF
           SET CKP-TERMINE             TO TRUE
           OPEN OUTPUT DCPT-S-CKP
           WRITE ENR-DCPT-S-CKP
           CLOSE DCPT-S-CKP
           .
      *********************
       FIN-RAZ-CHECKPOINT. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       CLOTURE-TRANCHE.
      ******************
      *    Fin d'une tranche : fermeture des fichiers de validation et
      *    ecriture du bilan (checkpoint a l'etat 'T', compteurs et
      *    totaux conserves) que relira la fusion. Une tranche
      *    interrompue avant ce point garde un checkpoint a l'etat
      *    'O' et se reprend seule (FRAISSANTE_RESTART).
           CLOSE DCPT-S
           CLOSE DCPT-S-Erreur
           CLOSE DCPT-S-DOUBLONS
           CLOSE DOUBLONS-IDX
           CLOSE POLICES-IDX
           CLOSE BENEF-IDX

           DISPLAY "Tranche " WS-TRANCHE-NO " de l'execution "
                    WS-RUN-REF " terminee"
           DISPLAY "Nombre d'enregistrements lus : " CPT-DCPT-S
           DISPLAY "Nombre d'enregistrements valides : "
                    CPT-DCPT-S-VALIDE
           DISPLAY "Nombre d'erreurs : " CPT-ERR
           DISPLAY "Nombre de doublons ecartes : " CPT-DOUBLONS
           DISPLAY "Nombre d'enregistrements recycles relus : "
                    CPT-RECYCLE-LU
           DISPLAY "Decomptes inscrits a l'archive : " CPT-ARCHIVES

           SET WS-BILAN-TRANCHE TO TRUE
           PERFORM ECR-CHECKPOINT THRU FIN-ECR-CHECKPOINT
           .
      **********************
       FIN-CLOTURE-TRANCHE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *******************
       ECR-CTL-TOTAUX.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-TOTAL-MONT-TOT-ECRIT TO WS-MONT-TOT-ECRIT-EDIT
      *    Ventilation signee : lus sur DCPT-S (hors recyclage), lus
      *    sur DCPT-S-RECYCLE, valides, rejetes, doublons.
           COMPUTE WS-MONT-CTL-DCPT-S = WS-TOTAL-MONT-LU-SIGNE
                                      - WS-TOTAL-MONT-RECYCLE
           MOVE WS-MONT-CTL-DCPT-S     TO WS-MONT-LU-DCPT-S-EDIT
           MOVE WS-TOTAL-MONT-RECYCLE  TO WS-MONT-LU-RECYCLE-EDIT
           MOVE WS-TOTAL-MONT-VALIDE   TO WS-MONT-VALIDE-EDIT
           MOVE WS-TOTAL-MONT-ERREUR   TO WS-MONT-ERREUR-EDIT
           MOVE WS-TOTAL-MONT-DOUBLONS TO WS-MONT-DOUBLONS-EDIT
           MOVE SPACES TO WS-LIGNE-CTL
           STRING WS-DATE-JOUR          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TOTAL-MONT-REMB-LU DELIMITED BY SIZE
                  " MONT-TOT-ECRIT="    DELIMITED BY SIZE
                  WS-MONT-TOT-ECRIT-EDIT DELIMITED BY SIZE
                  " MONT-LU-DCPT-S="    DELIMITED BY SIZE
                  WS-MONT-LU-DCPT-S-EDIT DELIMITED BY SIZE
                  " MONT-LU-RECYCLE="   DELIMITED BY SIZE
                  WS-MONT-LU-RECYCLE-EDIT DELIMITED BY SIZE
                  " MONT-VALIDE="       DELIMITED BY SIZE
                  WS-MONT-VALIDE-EDIT   DELIMITED BY SIZE
                  " MONT-ERREUR="       DELIMITED BY SIZE
                  WS-MONT-ERREUR-EDIT   DELIMITED BY SIZE
                  " MONT-DOUBLONS="     DELIMITED BY SIZE
                  WS-MONT-DOUBLONS-EDIT DELIMITED BY SIZE
             INTO WS-LIGNE-CTL
           END-STRING
           MOVE WS-LIGNE-CTL TO ENR-CTL-TOTAUX
