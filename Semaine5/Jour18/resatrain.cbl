      *commun ; a defaut 0 % a 30 jours et plus, 25 % de 7 a 29
      *jours, 50 % en-dessous), et chaque remboursement est ajoute au
      *journal remboursements.txt date du jour pour la caisse.
      *Les places sont numerotees selon le plan des voitures de la
      *categorie (voitures.cfg : voiture, classe 1/2, nombre de
      *places, places par rang ; la premiere et la derniere place du
      *rang sont cote fenetre, les autres cote couloir ; a defaut le
      *plan par defaut donne les capacites 300, 200 et 100) : la
      *capacite du service est celle du plan, chaque reservation (9
      *places au plus) recoit ses places dans la classe demandee, en
      *bloc contigu dans une meme voiture si possible, la premiere du
      *cote prefere, et les garde dans l'enregistrement (voiture et
      *place en 55-99). Le manifeste donne les places de chacun, le
      *plan des places par service et par date (plan-places.txt)
      *montre les places libres et occupees. L'annulation libere les
      *places de la reservation, la promotion depuis la liste
      *d'attente attribue des places dans la classe et selon la
      *preference notees a l'inscription.
      *Chaque reservation ferme (vente ou promotion) recoit un numero
      *de billet unique de 10 chiffres, sequence tenue dans
      *compteur-billets.txt suivie d'une cle de controle (module
      *clebillet), garde en 100-109 de l'enregistrement et imprime
      *sur le billet ajoute a billets.txt ; le manifeste donne le
      *numero de billet de chaque passager pour le controle a bord.
      *Sur un service dont l'itineraire est connu (itineraires.txt,
      *tenu par garetrain ; la derniere gare de l'itineraire est le
      *terminus), la reservation porte une gare de montee et une gare
      *de descente (vide = gare de depart et terminus, 110-145 de
      *l'enregistrement). La capacite est controlee troncon par
      *troncon entre arrets consecutifs : une place liberee a une
      *halte se revend pour la suite du parcours, et une place n'est
      *occupee que sur les troncons de sa reservation. Le prix du
      *billet (remise fidelite, remboursement) compte les arrets du
      *parcours reellement fait ; la liste d'attente garde le
      *parcours demande pour la promotion.
      *La remise fidelite tracee au journal porte le numero du billet
      *remise (colonnes 53-62), pour l'etat des recettes recettrain.
      *Les groupes (ecoles, entreprises) posent une option sur un
      *service et une date (groupes.txt : nom du groupe, places
      *tenues, date de levee d'option) ; les places tenues comptent
      *dans la capacite du service sur tout le parcours. La liste
      *nominative des membres (groupes-noms.txt) se saisit au fil de
      *l'eau et figure au manifeste. La liberation des options
      *echues, a passer chaque jour, ramene les places tenues des
      *options arrivees a leur date de levee au nombre de membres
      *nommes et propose les places rendues a la liste d'attente du
      *service. La facture du groupe (factures-groupes.txt) compte
      *les places tenues au tarif groupe : prix du billet diminue de
      *la remise groupe de la categorie (tarifs-groupe.cfg, a defaut
      *25 %).
      *Quand des rames du parc (rames.txt) sont affectees au service
      *pour la date (affectations.txt, tenu par flottrain), la
      *capacite du service est la somme des places de ces rames : une
      *rame courte un jour d'atelier vend moins, une unite multiple
      *vend plus. Chaque rame apporte les voitures du plan de sa
      *categorie dans la limite de ses places, numerotees a la suite
      *de celles de la rame precedente. Sans affectation, plan et
      *capacite restent ceux de la categorie du service.
      *Lance avec le parametre LIBERATION, le programme passe la seule
      *liberation des options echues, sans menu ni saisie, debut et
      *fin tracees au journal des executions batch (ctrlexec) : c'est
      *l'etape quotidienne de la chaine de nuit (chaine-nuit.cfg :
      *programme resatrain, commande ./resatrain LIBERATION, regle
      *QUOTIDIEN).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. resatrain.
       ASSIGN TO "suppressions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Plan des voitures par categorie : une ligne par voiture
       SELECT OPTIONAL FICHIER-VOITURES ASSIGN TO "voitures.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-PLAN ASSIGN TO "plan-places.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Gares desservies par les positions d'arret de chaque service
      *(garetrain), pour les parcours entre gares intermediaires
       SELECT OPTIONAL FICHIER-ITINERAIRES
       ASSIGN TO "itineraires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Dernier numero de billet attribue (sequence sans la cle)
       SELECT OPTIONAL FICHIER-COMPTEUR ASSIGN TO "compteur-billets.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Billets emis, a remettre aux passagers
       SELECT OPTIONAL FICHIER-BILLETS ASSIGN TO "billets.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Options de groupe par service et par date
       SELECT OPTIONAL FICHIER-GROUPES ASSIGN TO "groupes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Membres nommes des groupes, un par ligne
       SELECT OPTIONAL FICHIER-GROUPES-NOMS
       ASSIGN TO "groupes-noms.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Remise groupe par categorie : categorie (3) puis remise en %
      *(3 chiffres)
       SELECT OPTIONAL FICHIER-TARIFS-GROUPE
       ASSIGN TO "tarifs-groupe.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Factures des groupes, ajoutees a la suite du fichier
       SELECT OPTIONAL FICHIER-FACTURES
       ASSIGN TO "factures-groupes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Parc des rames et affectations aux services (flottrain)
       SELECT OPTIONAL FICHIER-RAMES ASSIGN TO "rames.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

      *        active (les anciennes lignes restent actives)
               05 F-RESA-STATUT            PIC X(01).

      *        Places attribuees (voiture, numero de place), espaces
      *        au-dela du nombre de places ou sur les anciennes lignes
               05 F-RESA-SIEGES.
                   10 F-RESA-SIEGE OCCURS 9 TIMES.
                       15 F-RESA-VOITURE   PIC X(02).
                       15 F-RESA-NUMERO    PIC X(03).

      *        Numero de billet (sequence + cle), espaces sur les
      *        anciennes lignes
               05 F-RESA-BILLET            PIC X(10).

      *        Parcours : gare de montee et gare de descente, espaces
      *        = gare de depart et terminus (anciennes lignes)
               05 F-RESA-MONTEE            PIC X(18).
               05 F-RESA-DESCENTE          PIC X(18).

       FD FICHIER-MANIFESTE.
           01 F-LIGNE-MANIFESTE            PIC X(80).

               05 F-PEN-JOURS              PIC 9(03).
               05 F-PEN-PCT                PIC 9(03).

      *Montant rembourse edite en 81-91, repris par l'interface
      *comptable
       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT              PIC X(100).

       FD FICHIER-ATTENTE.
           01 F-ATTENTE.
               05 F-ATT-PLACES             PIC 9(03).
               05 F-ATT-HORODATAGE         PIC X(14).
               05 F-ATT-STATUT             PIC X(01).
               05 F-ATT-CLASSE             PIC X(01).
               05 F-ATT-PREFERENCE         PIC X(01).
               05 F-ATT-MONTEE             PIC X(18).
               05 F-ATT-DESCENTE           PIC X(18).

       FD FICHIER-PROMOTIONS.
           01 F-LIGNE-PROMOTION            PIC X(80).
               05 F-SUP-HEURE              PIC X(04).
               05 F-SUP-DATE               PIC X(08).

       FD FICHIER-VOITURES.
           01 F-VOITURE.
               05 F-VOI-CATEGORIE          PIC X(03).
               05 F-VOI-NUMERO             PIC 9(02).
               05 F-VOI-CLASSE             PIC X(01).
               05 F-VOI-PLACES             PIC 9(03).
               05 F-VOI-PAR-RANG           PIC 9(01).

       FD FICHIER-PLAN.
           01 F-LIGNE-PLAN                 PIC X(80).

       FD FICHIER-ITINERAIRES.
           01 F-ITINERAIRE.
               05 F-ITI-STATION            PIC X(18).
               05 F-ITI-HEURE              PIC X(04).
               05 F-ITI-GARE OCCURS 10 TIMES PIC X(18).

       FD FICHIER-COMPTEUR.
           01 F-COMPTEUR.
               05 F-CPT-DERNIER            PIC 9(09).

       FD FICHIER-BILLETS.
           01 F-LIGNE-BILLET               PIC X(80).

       FD FICHIER-GROUPES.
           01 F-GROUPE.
               05 F-GRP-STATION            PIC X(18).
               05 F-GRP-HEURE              PIC X(04).
               05 F-GRP-DATE               PIC X(08).
               05 F-GRP-NOM                PIC X(20).

      *        Places tenues (ramenees aux membres nommes a la
      *        liberation) et places demandees a la pose de l'option
               05 F-GRP-PLACES             PIC 9(03).
               05 F-GRP-DEMANDEES          PIC 9(03).

      *        Date de levee d'option
               05 F-GRP-ECHEANCE           PIC X(08).

      *        O = option en cours, L = places non nommees liberees
               05 F-GRP-STATUT             PIC X(01).
               05 F-GRP-CREATION           PIC X(08).

       FD FICHIER-GROUPES-NOMS.
           01 F-GROUPE-NOM.
               05 F-GNO-STATION            PIC X(18).
               05 F-GNO-HEURE              PIC X(04).
               05 F-GNO-DATE               PIC X(08).
               05 F-GNO-GROUPE             PIC X(20).
               05 F-GNO-PASSAGER           PIC X(20).

       FD FICHIER-TARIFS-GROUPE.
           01 F-TARIF-GROUPE.
               05 F-TGR-CATEGORIE          PIC X(03).
               05 F-TGR-PCT                PIC 9(03).

       FD FICHIER-FACTURES.
           01 F-LIGNE-FACTURE              PIC X(80).

       FD FICHIER-RAMES.
           01 F-RAME.
               05 F-RAM-NUMERO             PIC X(06).
               05 F-RAM-CATEGORIE          PIC X(03).
               05 F-RAM-PLACES             PIC 9(03).

      *        S = en service, A = a l'atelier
               05 F-RAM-ETAT               PIC X(01).
               05 F-RAM-LIBELLE            PIC X(20).

       FD FICHIER-AFFECTATIONS.
           01 F-AFFECTATION.
               05 F-AFF-RAME               PIC X(06).
               05 F-AFF-STATION            PIC X(18).
               05 F-AFF-HEURE              PIC X(04).
               05 F-AFF-DEBUT              PIC X(08).
               05 F-AFF-FIN                PIC X(08).


       WORKING-STORAGE SECTION.

           88 WS-CHOIX-RESERVER            VALUE "1".
           88 WS-CHOIX-MANIFESTE           VALUE "2".
           88 WS-CHOIX-ANNULER             VALUE "3".
           88 WS-CHOIX-PLAN                VALUE "4".
           88 WS-CHOIX-OPTION-GROUPE       VALUE "5".
           88 WS-CHOIX-NOMS-GROUPE         VALUE "6".
           88 WS-CHOIX-FACTURE-GROUPE      VALUE "7".
           88 WS-CHOIX-LIBERATION          VALUE "8".
           88 WS-CHOIX-QUITTER             VALUE "9".

      *Saisies de la reservation ou du manifeste demandes
       01 WS-SAISIE-STATION        PIC X(18).
               10 WS-RESA-PLACES   PIC 9(03).
               10 WS-RESA-STATUT   PIC X(01).
                   88 WS-RESA-ANNULEE      VALUE "N".
               10 WS-RESA-SIEGES   PIC X(45).
               10 WS-RESA-BILLET   PIC X(10).
               10 WS-RESA-MONTEE   PIC X(18).
               10 WS-RESA-DESCENTE PIC X(18).

       77 WS-IDX-RESA              PIC 9(03).
       01 WS-MAX-RESA              PIC 9(03).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-DATE-2        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Nom du fichier maitre remis au module de copies de generation
               10 WS-ATT-HORODATAGE PIC X(14).
               10 WS-ATT-STATUT    PIC X(01).
                   88 WS-ATT-PROMUE        VALUE "P".
               10 WS-ATT-CLASSE    PIC X(01).
               10 WS-ATT-PREFERENCE PIC X(01).
               10 WS-ATT-MONTEE    PIC X(18).
               10 WS-ATT-DESCENTE  PIC X(18).

       77 WS-IDX-ATT               PIC 9(03).
       01 WS-MAX-ATT               PIC 9(03)   VALUE 0.
           88 WS-SUPPRIME-O                VALUE "O".
           88 WS-SUPPRIME-N                VALUE "N".

      *Le service demande roule-t-il le jour de la date de voyage ?
       01 WS-CIRCULE               PIC X.
           88 WS-CIRCULE-O                 VALUE "O".
           88 WS-CIRCULE-N                 VALUE "N".

      *Jour de semaine de la date de voyage (JSEM de datutil)
       01 WS-JOUR-SEMAINE          PIC 9(01).

      *Plan des voitures par categorie, charge de voitures.cfg ou, a
      *defaut, du plan par defaut : TGV 2 voitures de 1re classe de
      *30 places (3 par rang) et 3 de 2e de 80 places, Corail 1 de
      *1re de 40 places et 2 de 2e de 80, TER 1 de 1re de 20 places
      *et 1 de 2e de 80 (4 par rang), soit 300, 200 et 100 places
       01 WS-TABLEAU-VOITURES.
           05 WS-VOITURE OCCURS 50 TIMES.
               10 WS-VOI-CATEGORIE PIC X(03).
               10 WS-VOI-NUMERO    PIC 9(02).
               10 WS-VOI-CLASSE    PIC X(01).
               10 WS-VOI-PLACES    PIC 9(03).
               10 WS-VOI-PAR-RANG  PIC 9(01).

       01 WS-VOITURES-DEFAUT.
           05 FILLER               PIC X(10)   VALUE "TGV0110303".
           05 FILLER               PIC X(10)   VALUE "TGV0210303".
           05 FILLER               PIC X(10)   VALUE "TGV0320804".
           05 FILLER               PIC X(10)   VALUE "TGV0420804".
           05 FILLER               PIC X(10)   VALUE "TGV0520804".
           05 FILLER               PIC X(10)   VALUE "COR0110404".
           05 FILLER               PIC X(10)   VALUE "COR0220804".
           05 FILLER               PIC X(10)   VALUE "COR0320804".
           05 FILLER               PIC X(10)   VALUE "TER0110204".
           05 FILLER               PIC X(10)   VALUE "TER0220804".

       77 WS-IDX-VOI               PIC 9(02).
       01 WS-NB-VOITURES           PIC 9(02)   VALUE 0.

      *Voitures du service en cours, dans l'ordre du plan : voiture du
      *plan d'origine, numero dans le service, places generees et
      *rang de sa premiere place moins un dans le tableau des places
       01 WS-TABLEAU-VOI-SERVICE.
           05 WS-VSE OCCURS 50 TIMES.
               10 WS-VSE-VOI       PIC 9(02).
               10 WS-VSE-NUMERO    PIC 9(02).
               10 WS-VSE-PLACES    PIC 9(03).
               10 WS-VSE-BASE      PIC 9(03).

       77 WS-IDX-VSE               PIC 9(02).
       01 WS-NB-VSE                PIC 9(02).
       01 WS-CAPACITE-VSE          PIC 9(02)   VALUE 50.
       01 WS-DECALAGE-VOITURE      PIC 9(02).
       01 WS-NUM-VOITURE           PIC 9(02).
       01 WS-PLACES-VOITURE        PIC 9(03).
       01 WS-CAPACITE-VOITURES     PIC 9(02)   VALUE 50.
       01 WS-NB-VOITURES-DEFAUT    PIC 9(02)   VALUE 10.

      *Places du service en cours, dans l'ordre du plan, avec leur
      *occupant (espaces = libre)
       01 WS-TABLEAU-SIEGES.
           05 WS-SIEGE OCCURS 999 TIMES.
               10 WS-SIE-VOITURE   PIC X(02).
               10 WS-SIE-NUMERO    PIC X(03).
               10 WS-SIE-CLASSE    PIC X(01).
               10 WS-SIE-COTE      PIC X(01).
               10 WS-SIE-OCCUPANT  PIC X(20).

       77 WS-IDX-SIE               PIC 9(03).
       77 WS-IDX-SIE2              PIC 9(03).
       77 WS-IDX-PLACE             PIC 9(02).
       01 WS-NB-SIEGES             PIC 9(03).
       01 WS-CAPACITE-SIEGES       PIC 9(03)   VALUE 999.
       01 WS-NUM-PLACE             PIC 9(03).
       01 WS-POS-RANG              PIC 9(01).
       01 WS-FIN-BLOC              PIC 9(03).

       01 WS-PLAN-SIEGES           PIC X.
           88 WS-PLAN-SIEGES-O             VALUE "O".
           88 WS-PLAN-SIEGES-N             VALUE "N".

      *Demande d'attribution : classe, cote prefere, places, occupant
       01 WS-SAISIE-CLASSE         PIC X(01).
           88 WS-CLASSE-VALIDE             VALUE "1" "2".
       01 WS-SAISIE-PREFERENCE     PIC X(01).
           88 WS-PREFERENCE-VALIDE         VALUE "F" "C" " ".
       01 WS-PLACES-DEMANDEES      PIC 9(03).
       01 WS-NOM-OCCUPANT          PIC X(20).
       01 WS-MAX-PLACES-NUMEROTEES PIC 9(03)   VALUE 9.

      *Places attribuees, meme disposition que F-RESA-SIEGES
       01 WS-SIEGES-ATTRIBUES.
           05 WS-ATTRIB OCCURS 9 TIMES.
               10 WS-ATTRIB-VOITURE PIC X(02).
               10 WS-ATTRIB-NUMERO PIC X(03).

       01 WS-NB-ATTRIB             PIC 9(02).

       01 WS-ATTRIBUTION           PIC X.
           88 WS-ATTRIBUTION-OK            VALUE "O".
           88 WS-ATTRIBUTION-KO            VALUE "N".

       01 WS-BLOC-LIBRE            PIC X.
           88 WS-BLOC-LIBRE-O              VALUE "O".
           88 WS-BLOC-LIBRE-N              VALUE "N".

      *Liste imprimable des places (VV-PPP separees par un espace)
       01 WS-LISTE-SIEGES          PIC X(63).
       01 WS-PTR-LISTE             PIC 9(03).

      *Edition du plan des places
       01 WS-BASE-SIEGE            PIC 9(03).
       01 WS-RANG                  PIC 9(03).
       01 WS-GAUCHE                PIC 9(01).
       01 WS-PTR-PLAN              PIC 9(03).
       01 WS-ETAT-SIEGE            PIC X(01).
       01 WS-LIB-CLASSE            PIC X(10).
       01 WS-VOI-LIBRES            PIC 9(03).
       01 WS-VOI-OCCUPEES          PIC 9(03).
       01 WS-TOT-LIBRES            PIC 9(03).
       01 WS-TOT-OCCUPEES          PIC 9(03).
       01 WS-NON-NUMEROTEES        PIC 9(05).

      *Numerotation des billets : derniere sequence attribuee et
      *zones d'appel du module de cle clebillet
       01 WS-DERNIER-BILLET        PIC 9(09)   VALUE 0.
       01 WS-NUMERO-BILLET         PIC X(10).
       01 WS-CLE-FONCTION          PIC X(05).
       01 WS-CLE-RESULTAT          PIC 9(01).

      *Reservation ferme qui vient d'etre ecrite, reprise pour
      *l'impression du billet
       01 WS-RESA-EMISE.
           05 WS-EMI-STATION       PIC X(18).
           05 WS-EMI-HEURE         PIC X(04).
           05 WS-EMI-DATE          PIC X(08).
           05 WS-EMI-PASSAGER      PIC X(20).
           05 WS-EMI-PLACES        PIC 9(03).
           05 WS-EMI-STATUT        PIC X(01).
           05 WS-EMI-SIEGES        PIC X(45).
           05 WS-EMI-BILLET        PIC X(10).
           05 WS-EMI-MONTEE        PIC X(18).
           05 WS-EMI-DESCENTE      PIC X(18).

      *Itineraires charges ; une gare par position d'arret
       01 WS-TABLEAU-ITI.
           05 WS-ITI OCCURS 100 TIMES.
               10 WS-ITI-STATION   PIC X(18).
               10 WS-ITI-HEURE     PIC X(04).
               10 WS-ITI-GARE OCCURS 10 TIMES PIC X(18).

       77 WS-IDX-ITI               PIC 9(03).
       01 WS-MAX-ITI               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-ITI          PIC 9(03)   VALUE 100.
       01 WS-ITI-TROUVE            PIC 9(03).

      *Arrets du service en cours : rang 0 = gare de depart, puis les
      *gares de l'itineraire dans l'ordre, la derniere etant le
      *terminus ; sans itineraire un seul troncon (rangs 0 et 1)
       01 WS-TABLEAU-ARRETS.
           05 WS-ARRET-GARE OCCURS 11 TIMES PIC X(18).

       01 WS-NB-RANGS              PIC 9(02).

      *Parcours examine (montee, descente) : celui de la demande, ou
      *le parcours complet pour le manifeste et le plan des places
       01 WS-RANG-MONTEE           PIC 9(02).
       01 WS-RANG-DESCENTE         PIC 9(02).
       01 WS-NOM-MONTEE            PIC X(18).
       01 WS-NOM-DESCENTE          PIC X(18).

      *Parcours d'une reservation relue, d'apres ses gares
       01 WS-RANG-RESA-M           PIC 9(02).
       01 WS-RANG-RESA-D           PIC 9(02).
       01 WS-GARE-CHERCHEE         PIC X(18).
       01 WS-RANG-TROUVE           PIC 9(02).
       77 WS-IDX-RANG              PIC 9(02).

      *Places vendues par troncon (troncon n = du rang n-1 au rang n)
       01 WS-TABLEAU-TRONCONS.
           05 WS-CHARGE-TRONCON OCCURS 10 TIMES PIC 9(05).

      *Arrets du parcours reellement fait, pour le prix du billet
       01 WS-ARRETS-PARCOURS       PIC 9(02).

       01 WS-PARCOURS              PIC X.
           88 WS-PARCOURS-OK               VALUE "O".
           88 WS-PARCOURS-KO               VALUE "N".

      *Gares de montee et de descente d'une reservation relue ou
      *d'une entree de liste d'attente
       01 WS-LU-MONTEE             PIC X(18).
       01 WS-LU-DESCENTE           PIC X(18).

      *Options de groupe chargees pour la recherche d'un groupe et la
      *liberation des options echues (reecriture complete)
       01 WS-TABLEAU-GRP.
           05 WS-GRP OCCURS 200 TIMES.
               10 WS-GRP-STATION   PIC X(18).
               10 WS-GRP-HEURE     PIC X(04).
               10 WS-GRP-DATE      PIC X(08).
               10 WS-GRP-NOM       PIC X(20).
               10 WS-GRP-PLACES    PIC 9(03).
               10 WS-GRP-DEMANDEES PIC 9(03).
               10 WS-GRP-ECHEANCE  PIC X(08).
               10 WS-GRP-STATUT    PIC X(01).
                   88 WS-GRP-OPTION        VALUE "O".
                   88 WS-GRP-LIBEREE       VALUE "L".
               10 WS-GRP-CREATION  PIC X(08).

      *        Places rendues par la liberation en cours (non ecrit)
               10 WS-GRP-RENDUES   PIC 9(03).

       77 WS-IDX-GRP               PIC 9(03).
       01 WS-MAX-GRP               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-GRP          PIC 9(03)   VALUE 200.
       01 WS-GRP-TROUVE            PIC 9(03).

       01 WS-NOM-FICHIER-GROUPES   PIC X(30)
               VALUE "groupes.txt".

      *Saisies et decomptes d'un groupe
       01 WS-SAISIE-GROUPE         PIC X(20).
       01 WS-SAISIE-ECHEANCE       PIC X(08).
       01 WS-NB-NOMS               PIC 9(03).
       01 WS-NB-LIBEREES           PIC 9(03).
       01 WS-PLACES-RENDUES        PIC 9(05).

      *Remise groupe par categorie (repli 25 % pour toute categorie)
       01 WS-TABLEAU-TARIFS-GRP.
           05 WS-TGR OCCURS 10 TIMES.
               10 WS-TGR-CATEGORIE PIC X(03).
               10 WS-TGR-PCT       PIC 9(03).

       01 WS-NB-TARIFS-GRP         PIC 9(02)   VALUE 0.
       01 WS-PCT-GROUPE-DEFAUT     PIC 9(03)   VALUE 25.
       01 WS-PCT-GROUPE            PIC 9(03).

      *Facture du groupe
       01 WS-PRIX-GROUPE           PIC 9(06)V9(02).
       01 WS-MONTANT-GROUPE        PIC 9(08)V9(02).
       01 WS-PRIX-PLACE-ED         PIC Z(05)9.99.
       01 WS-PRIX-GROUPE-ED        PIC Z(05)9.99.
       01 WS-MONTANT-GROUPE-ED     PIC Z(07)9.99.

      *Parc des rames et affectations aux services
       01 WS-TABLEAU-RAMES.
           05 WS-RAM OCCURS 100 TIMES.
               10 WS-RAM-NUMERO    PIC X(06).
               10 WS-RAM-CATEGORIE PIC X(03).
               10 WS-RAM-PLACES    PIC 9(03).
               10 WS-RAM-ETAT      PIC X(01).
               10 WS-RAM-LIBELLE   PIC X(20).

       77 WS-IDX-RAM               PIC 9(03).
       01 WS-MAX-RAM               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-RAM          PIC 9(03)   VALUE 100.

       01 WS-TABLEAU-AFF.
           05 WS-AFF OCCURS 500 TIMES.
               10 WS-AFF-RAME      PIC X(06).
               10 WS-AFF-STATION   PIC X(18).
               10 WS-AFF-HEURE     PIC X(04).
               10 WS-AFF-DEBUT     PIC X(08).
               10 WS-AFF-FIN       PIC X(08).

       77 WS-IDX-AFF               PIC 9(03).
       01 WS-MAX-AFF               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-AFF          PIC 9(03)   VALUE 500.

      *Rames du service a la date et leur capacite cumulee
       01 WS-NB-RAMES-SERVICE      PIC 9(02).
       01 WS-CAPACITE-RAMES        PIC 9(05).
       01 WS-CATEGORIE-PLAN        PIC X(03).
       01 WS-RESTE-RAME            PIC 9(03).

      *Parametre de lancement : LIBERATION = passage batch de la
      *liberation des options echues, sans menu
       01 WS-PARAMETRE             PIC X(20).
           88 WS-MODE-LIBERATION           VALUE "LIBERATION".

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRE FROM COMMAND-LINE.

           IF WS-MODE-LIBERATION
               MOVE "resatrain" TO EXEC-PROGRAMME
               MOVE "D" TO EXEC-TYPE
               MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
           END-IF.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.
           PERFORM 0170-CHARGE-VOYAGEURS-DEB
              THRU 0170-CHARGE-VOYAGEURS-FIN.

           PERFORM 0180-CHARGE-VOITURES-DEB
              THRU 0180-CHARGE-VOITURES-FIN.

           PERFORM 0185-CHARGE-ITINERAIRES-DEB
              THRU 0185-CHARGE-ITINERAIRES-FIN.

           PERFORM 0187-CHARGE-FLOTTE-DEB
              THRU 0187-CHARGE-FLOTTE-FIN.

           PERFORM 0190-CHARGE-COMPTEUR-DEB
              THRU 0190-CHARGE-COMPTEUR-FIN.

           IF WS-MODE-LIBERATION
               PERFORM 0760-LIBERATION-OPTIONS-DEB
                  THRU 0760-LIBERATION-OPTIONS-FIN
               MOVE "F" TO EXEC-TYPE
               MOVE WS-MAX-GRP TO EXEC-LUS
               MOVE WS-NB-LIBEREES TO EXEC-ECRITS
               MOVE RETURN-CODE TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.
           IF NOT WS-STATUT-TRAIN-OK
               DISPLAY "Erreur : train.dat introuvable (statut "
                       WS-STATUT-TRAIN "), arret."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *Baremes des tarifs et des penalites d'annulation ; penalites
      *absentes = bareme de repli (0 % a 30 jours et plus, 25 % de 7
      *a 29 jours, 50 % en-dessous) ; remises groupe par categorie
      *(categorie absente = remise de repli)
       0150-CHARGE-BAREMES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.
               MOVE 50 TO WS-PEN-PCT(3)
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-TARIFS-GROUPE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-TARIFS-GROUPE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-NB-TARIFS-GRP < 10
                       AND F-TGR-PCT IS NUMERIC
                       AND F-TGR-PCT <= 100
                           ADD 1 TO WS-NB-TARIFS-GRP
                           MOVE F-TGR-CATEGORIE
                             TO WS-TGR-CATEGORIE(WS-NB-TARIFS-GRP)
                           MOVE F-TGR-PCT
                             TO WS-TGR-PCT(WS-NB-TARIFS-GRP)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TARIFS-GROUPE.

           EXIT.

       0150-CHARGE-BAREMES-FIN.

       0170-CHARGE-VOYAGEURS-FIN.

      *-----------------------------------------------------------------

      *Plan des voitures ; une ligne incomplete est ignoree, un
      *fichier absent ou vide donne le plan par defaut
       0180-CHARGE-VOITURES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-VOITURES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-VOITURES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-NB-VOITURES < WS-CAPACITE-VOITURES
                       AND F-VOI-NUMERO IS NUMERIC
                       AND F-VOI-PLACES IS NUMERIC
                       AND F-VOI-PAR-RANG IS NUMERIC
                       AND F-VOI-PAR-RANG > 0
                           ADD 1 TO WS-NB-VOITURES
                           MOVE F-VOITURE
                             TO WS-VOITURE(WS-NB-VOITURES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VOITURES.

           IF WS-NB-VOITURES = 0
               MOVE WS-VOITURES-DEFAUT TO WS-TABLEAU-VOITURES
               MOVE WS-NB-VOITURES-DEFAUT TO WS-NB-VOITURES
           END-IF.

           DISPLAY "Voitures au plan : " WS-NB-VOITURES.

           EXIT.

       0180-CHARGE-VOITURES-FIN.

      *-----------------------------------------------------------------

      *Itineraires connus (garetrain) ; fichier absent = parcours
      *complets seulement
       0185-CHARGE-ITINERAIRES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-ITINERAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ITINERAIRES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-ITI < WS-CAPACITE-ITI
                           ADD 1 TO WS-MAX-ITI
                           MOVE F-ITINERAIRE TO WS-ITI(WS-MAX-ITI)
                       ELSE
                           DISPLAY "Attention : itineraires "
                               "tronques (" WS-CAPACITE-ITI ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ITINERAIRES.

           EXIT.

       0185-CHARGE-ITINERAIRES-FIN.

      *-----------------------------------------------------------------

      *Parc des rames et affectations (flottrain) ; fichiers absents =
      *capacite et plan de la categorie pour tous les services
       0187-CHARGE-FLOTTE-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RAMES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RAMES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-RAM < WS-CAPACITE-RAM
                       AND F-RAM-PLACES IS NUMERIC
                           ADD 1 TO WS-MAX-RAM
                           MOVE F-RAME TO WS-RAM(WS-MAX-RAM)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RAMES.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-AFFECTATIONS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-AFF < WS-CAPACITE-AFF
                           ADD 1 TO WS-MAX-AFF
                           MOVE F-AFFECTATION TO WS-AFF(WS-MAX-AFF)
                       ELSE
                           DISPLAY "Attention : affectations "
                                   "tronquees (" WS-CAPACITE-AFF ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           DISPLAY "Rames au parc : " WS-MAX-RAM ", affectations : "
                   WS-MAX-AFF.

           EXIT.

       0187-CHARGE-FLOTTE-FIN.

      *-----------------------------------------------------------------

      *Derniere sequence de billet attribuee ; fichier absent = 0
       0190-CHARGE-COMPTEUR-DEB.

           MOVE 0 TO WS-DERNIER-BILLET.

           OPEN INPUT FICHIER-COMPTEUR.

           READ FICHIER-COMPTEUR
               AT END
                   CONTINUE
               NOT AT END
                   IF F-CPT-DERNIER IS NUMERIC
                       MOVE F-CPT-DERNIER TO WS-DERNIER-BILLET
                   END-IF
           END-READ.

           CLOSE FICHIER-COMPTEUR.

           EXIT.

       0190-CHARGE-COMPTEUR-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.
           DISPLAY "1 - Reserver".
           DISPLAY "2 - Manifeste d'un service".
           DISPLAY "3 - Annuler une reservation".
           DISPLAY "4 - Plan des places d'un service".
           DISPLAY "5 - Option de groupe".
           DISPLAY "6 - Liste nominative d'un groupe".
           DISPLAY "7 - Facture d'un groupe".
           DISPLAY "8 - Liberation des options de groupe echues".
           DISPLAY "9 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0500-ANNULER-DEB
                      THRU 0500-ANNULER-FIN

               WHEN WS-CHOIX-PLAN
                   PERFORM 0600-PLAN-PLACES-DEB
                      THRU 0600-PLAN-PLACES-FIN

               WHEN WS-CHOIX-OPTION-GROUPE
                   PERFORM 0700-OPTION-GROUPE-DEB
                      THRU 0700-OPTION-GROUPE-FIN

               WHEN WS-CHOIX-NOMS-GROUPE
                   PERFORM 0740-LISTE-NOMINATIVE-DEB
                      THRU 0740-LISTE-NOMINATIVE-FIN

               WHEN WS-CHOIX-FACTURE-GROUPE
                   PERFORM 0750-FACTURE-GROUPE-DEB
                      THRU 0750-FACTURE-GROUPE-FIN

               WHEN WS-CHOIX-LIBERATION
                   PERFORM 0760-LIBERATION-OPTIONS-DEB
                      THRU 0760-LIBERATION-OPTIONS-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

           IF WS-SERVICE-TROUVE = 0
               DISPLAY "Service inconnu de l'horaire : "
                       WS-SAISIE-STATION " " WS-SAISIE-HEURE
           ELSE
               PERFORM 0255-ARRETS-SERVICE-DEB
                  THRU 0255-ARRETS-SERVICE-FIN
           END-IF.

           EXIT.

      *-----------------------------------------------------------------

      *Arrets du service trouve d'apres son itineraire ; le parcours
      *examine est d'abord le parcours complet
       0255-ARRETS-SERVICE-DEB.

           MOVE SPACES TO WS-TABLEAU-ARRETS.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO WS-ARRET-GARE(1).
           MOVE 0 TO WS-NB-RANGS.
           MOVE 0 TO WS-ITI-TROUVE.

           PERFORM VARYING WS-IDX-ITI FROM 1 BY 1
                   UNTIL WS-IDX-ITI > WS-MAX-ITI

               IF WS-ITI-STATION(WS-IDX-ITI)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-ITI-HEURE(WS-IDX-ITI)
                  = WS-TRAIN-TIME(WS-SERVICE-TROUVE)
                   MOVE WS-IDX-ITI TO WS-ITI-TROUVE
               END-IF

           END-PERFORM.

           IF WS-ITI-TROUVE > 0
               PERFORM VARYING WS-IDX-HALT FROM 1 BY 1
                       UNTIL WS-IDX-HALT > 10
                   IF WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)
                      NOT = SPACES
                       ADD 1 TO WS-NB-RANGS
                       MOVE WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)
                         TO WS-ARRET-GARE(WS-NB-RANGS + 1)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-NB-RANGS = 0
               MOVE 0 TO WS-ITI-TROUVE
               MOVE 1 TO WS-NB-RANGS
           END-IF.

           MOVE 0 TO WS-RANG-MONTEE.
           MOVE WS-NB-RANGS TO WS-RANG-DESCENTE.
           MOVE WS-ARRET-GARE(1) TO WS-NOM-MONTEE.
           MOVE WS-ARRET-GARE(WS-NB-RANGS + 1) TO WS-NOM-DESCENTE.

           EXIT.

       0255-ARRETS-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Parcours demande, sur un service dont l'itineraire est connu :
      *montee avant descente, vide = gare de depart et terminus
       0265-SAISIE-PARCOURS-DEB.

           SET WS-PARCOURS-OK TO TRUE.

           IF WS-ITI-TROUVE = 0
               GO TO 0265-SAISIE-PARCOURS-FIN
           END-IF.

           DISPLAY "Gare de montee (vide = "
                   FUNCTION TRIM(WS-ARRET-GARE(1)) ") : ".
           ACCEPT WS-GARE-CHERCHEE.

           IF WS-GARE-CHERCHEE NOT = SPACES
               PERFORM 0297-RANG-GARE-DEB
                  THRU 0297-RANG-GARE-FIN
               MOVE WS-RANG-TROUVE TO WS-RANG-MONTEE
           END-IF.

           DISPLAY "Gare de descente (vide = "
                   FUNCTION TRIM(WS-ARRET-GARE(WS-NB-RANGS + 1))
                   ") : ".
           ACCEPT WS-GARE-CHERCHEE.

           IF WS-GARE-CHERCHEE NOT = SPACES
               PERFORM 0297-RANG-GARE-DEB
                  THRU 0297-RANG-GARE-FIN
               MOVE WS-RANG-TROUVE TO WS-RANG-DESCENTE
           END-IF.

           IF WS-RANG-MONTEE > WS-NB-RANGS
           OR WS-RANG-DESCENTE > WS-NB-RANGS
               DISPLAY "Gare absente de l'itineraire du service, "
                       "vente refusee."
               SET WS-PARCOURS-KO TO TRUE
               GO TO 0265-SAISIE-PARCOURS-FIN
           END-IF.

           IF WS-RANG-MONTEE >= WS-RANG-DESCENTE
               DISPLAY "La gare de descente doit suivre la gare de "
                       "montee, vente refusee."
               SET WS-PARCOURS-KO TO TRUE
               GO TO 0265-SAISIE-PARCOURS-FIN
           END-IF.

           MOVE WS-ARRET-GARE(WS-RANG-MONTEE + 1) TO WS-NOM-MONTEE.
           MOVE WS-ARRET-GARE(WS-RANG-DESCENTE + 1) TO WS-NOM-DESCENTE.

           EXIT.

       0265-SAISIE-PARCOURS-FIN.

      *-----------------------------------------------------------------

      *Cumul des places deja reservees sur le service et la date
      *demandes, par relecture du fichier des reservations
      *Le service et la date demandes figurent-ils aux suppressions ?

      *-----------------------------------------------------------------

      *Le service roule-t-il le jour de semaine de la date demandee ?
      *Date non numerique = pas de controle
       0262-CONTROLE-CIRCULATION-DEB.

           SET WS-CIRCULE-O TO TRUE.

           IF WS-SAISIE-DATE IS NUMERIC
               MOVE "JSEM " TO WS-DATUTIL-FONCTION
               MOVE FUNCTION NUMVAL(WS-SAISIE-DATE)
                 TO WS-DATUTIL-DATE-2
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-DATE-2,
                                    WS-JOURS-AVANT-DEPART,
                                    WS-DATUTIL-RESULTAT
               END-CALL

               MOVE WS-DATUTIL-RESULTAT TO WS-JOUR-SEMAINE

               IF RETURN-CODE = 0
               AND WS-JOUR-SEMAINE > 0
               AND WS-JOURS(WS-SERVICE-TROUVE)
                   (WS-JOUR-SEMAINE:1) = "N"
                   SET WS-CIRCULE-N TO TRUE
               END-IF

               MOVE 0 TO RETURN-CODE
           END-IF.

           EXIT.

       0262-CONTROLE-CIRCULATION-FIN.

      *-----------------------------------------------------------------

      *Places vendues par troncon sur le service et la date, places
      *tenues par les groupes comprises ; les places vendues retenues
      *sont celles du troncon le plus charge du parcours examine
       0270-CUMUL-PLACES-DEB.

           MOVE 0 TO WS-PLACES-VENDUES.
           MOVE 0 TO WS-NB-PASSAGERS.
           MOVE "N" TO WS-FIN-LECTURE.
           INITIALIZE WS-TABLEAU-TRONCONS.

           OPEN INPUT FICHIER-RESA.

                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE = WS-SAISIE-DATE
                       AND F-RESA-STATUT NOT = "N"
                           MOVE F-RESA-MONTEE TO WS-LU-MONTEE
                           MOVE F-RESA-DESCENTE TO WS-LU-DESCENTE
                           PERFORM 0296-RANGS-RESA-DEB
                              THRU 0296-RANGS-RESA-FIN
                           PERFORM VARYING WS-IDX-RANG
                                   FROM WS-RANG-RESA-M BY 1
                                   UNTIL WS-IDX-RANG
                                      >= WS-RANG-RESA-D
                               ADD F-RESA-PLACES
                                 TO WS-CHARGE-TRONCON
                                    (WS-IDX-RANG + 1)
                           END-PERFORM
                           IF WS-RANG-RESA-M < WS-RANG-DESCENTE
                           AND WS-RANG-RESA-D > WS-RANG-MONTEE
                               ADD 1 TO WS-NB-PASSAGERS
                           END-IF
                       END-IF
               END-READ


           CLOSE FICHIER-RESA.

           PERFORM 0275-CUMUL-GROUPES-DEB
              THRU 0275-CUMUL-GROUPES-FIN.

           PERFORM VARYING WS-IDX-RANG FROM WS-RANG-MONTEE BY 1
                   UNTIL WS-IDX-RANG >= WS-RANG-DESCENTE
               IF WS-CHARGE-TRONCON(WS-IDX-RANG + 1)
                  > WS-PLACES-VENDUES
                   MOVE WS-CHARGE-TRONCON(WS-IDX-RANG + 1)
                     TO WS-PLACES-VENDUES
               END-IF
           END-PERFORM.

           EXIT.

       0270-CUMUL-PLACES-FIN.

      *-----------------------------------------------------------------

      *Places tenues par les groupes du service et de la date : un
      *groupe voyage sur tout le parcours et charge chaque troncon
       0275-CUMUL-GROUPES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-GROUPES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-GROUPES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-GRP-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-GRP-HEURE = WS-SAISIE-HEURE
                       AND F-GRP-DATE = WS-SAISIE-DATE
                           PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
                                   UNTIL WS-IDX-RANG > WS-NB-RANGS
                               ADD F-GRP-PLACES
                                 TO WS-CHARGE-TRONCON(WS-IDX-RANG)
                           END-PERFORM
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-GROUPES.

           EXIT.

       0275-CUMUL-GROUPES-FIN.

      *-----------------------------------------------------------------

      *Attribution de WS-PLACES-DEMANDEES places libres de la classe
      *demandee, dans l'ordre : bloc contigu dans une voiture dont la
      *premiere place est du cote prefere, bloc contigu quelconque,
      *puis places libres isolees (cote prefere d'abord) ; les places
      *prises sont marquees au nom de WS-NOM-OCCUPANT
       0280-ATTRIBUE-SIEGES-DEB.

           MOVE SPACES TO WS-SIEGES-ATTRIBUES.
           MOVE 0 TO WS-NB-ATTRIB.
           SET WS-ATTRIBUTION-KO TO TRUE.

           IF WS-SAISIE-PREFERENCE NOT = SPACE
               PERFORM VARYING WS-IDX-SIE FROM 1 BY 1
                       UNTIL WS-IDX-SIE > WS-NB-SIEGES
                          OR WS-ATTRIBUTION-OK
                   IF WS-SIE-COTE(WS-IDX-SIE) = WS-SAISIE-PREFERENCE
                       PERFORM 0285-BLOC-LIBRE-DEB
                          THRU 0285-BLOC-LIBRE-FIN
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-IDX-SIE FROM 1 BY 1
                   UNTIL WS-IDX-SIE > WS-NB-SIEGES
                      OR WS-ATTRIBUTION-OK
               PERFORM 0285-BLOC-LIBRE-DEB
                  THRU 0285-BLOC-LIBRE-FIN
           END-PERFORM.

           IF WS-ATTRIBUTION-OK
               GO TO 0280-ATTRIBUE-SIEGES-FIN
           END-IF.

      *Pas de bloc : le groupe est separe sur les places libres
           IF WS-SAISIE-PREFERENCE NOT = SPACE
               PERFORM VARYING WS-IDX-SIE2 FROM 1 BY 1
                       UNTIL WS-IDX-SIE2 > WS-NB-SIEGES
                          OR WS-NB-ATTRIB = WS-PLACES-DEMANDEES
                   IF WS-SIE-CLASSE(WS-IDX-SIE2) = WS-SAISIE-CLASSE
                   AND WS-SIE-OCCUPANT(WS-IDX-SIE2) = SPACES
                   AND WS-SIE-COTE(WS-IDX-SIE2) = WS-SAISIE-PREFERENCE
                       PERFORM 0287-PREND-SIEGE-DEB
                          THRU 0287-PREND-SIEGE-FIN
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-IDX-SIE2 FROM 1 BY 1
                   UNTIL WS-IDX-SIE2 > WS-NB-SIEGES
                      OR WS-NB-ATTRIB = WS-PLACES-DEMANDEES
               IF WS-SIE-CLASSE(WS-IDX-SIE2) = WS-SAISIE-CLASSE
               AND WS-SIE-OCCUPANT(WS-IDX-SIE2) = SPACES
                   PERFORM 0287-PREND-SIEGE-DEB
                      THRU 0287-PREND-SIEGE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-ATTRIB = WS-PLACES-DEMANDEES
               SET WS-ATTRIBUTION-OK TO TRUE
           END-IF.

           EXIT.

       0280-ATTRIBUE-SIEGES-FIN.

      *-----------------------------------------------------------------

      *Les places WS-IDX-SIE et suivantes forment-elles un bloc libre
      *de la classe dans une meme voiture ? Si oui elles sont prises
       0285-BLOC-LIBRE-DEB.

           COMPUTE WS-FIN-BLOC = WS-IDX-SIE + WS-PLACES-DEMANDEES - 1.

           IF WS-FIN-BLOC > WS-NB-SIEGES
               GO TO 0285-BLOC-LIBRE-FIN
           END-IF.

           SET WS-BLOC-LIBRE-O TO TRUE.

           PERFORM VARYING WS-IDX-SIE2 FROM WS-IDX-SIE BY 1
                   UNTIL WS-IDX-SIE2 > WS-FIN-BLOC

               IF WS-SIE-VOITURE(WS-IDX-SIE2)
                  NOT = WS-SIE-VOITURE(WS-IDX-SIE)
               OR WS-SIE-CLASSE(WS-IDX-SIE2) NOT = WS-SAISIE-CLASSE
               OR WS-SIE-OCCUPANT(WS-IDX-SIE2) NOT = SPACES
                   SET WS-BLOC-LIBRE-N TO TRUE
               END-IF

           END-PERFORM.

           IF WS-BLOC-LIBRE-N
               GO TO 0285-BLOC-LIBRE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-SIE2 FROM WS-IDX-SIE BY 1
                   UNTIL WS-IDX-SIE2 > WS-FIN-BLOC
               PERFORM 0287-PREND-SIEGE-DEB
                  THRU 0287-PREND-SIEGE-FIN
           END-PERFORM.

           SET WS-ATTRIBUTION-OK TO TRUE.

           EXIT.

       0285-BLOC-LIBRE-FIN.

      *-----------------------------------------------------------------

       0287-PREND-SIEGE-DEB.

           ADD 1 TO WS-NB-ATTRIB.
           MOVE WS-SIE-VOITURE(WS-IDX-SIE2)
             TO WS-ATTRIB-VOITURE(WS-NB-ATTRIB).
           MOVE WS-SIE-NUMERO(WS-IDX-SIE2)
             TO WS-ATTRIB-NUMERO(WS-NB-ATTRIB).
           MOVE WS-NOM-OCCUPANT TO WS-SIE-OCCUPANT(WS-IDX-SIE2).

           EXIT.

       0287-PREND-SIEGE-FIN.

      *-----------------------------------------------------------------

      *Liste imprimable des places de WS-SIEGES-ATTRIBUES
       0289-LISTE-SIEGES-DEB.

           MOVE SPACES TO WS-LISTE-SIEGES.
           MOVE 1 TO WS-PTR-LISTE.

           PERFORM VARYING WS-IDX-PLACE FROM 1 BY 1
                   UNTIL WS-IDX-PLACE > 9

               IF WS-ATTRIB-VOITURE(WS-IDX-PLACE) NOT = SPACES
                   STRING WS-ATTRIB-VOITURE(WS-IDX-PLACE) "-"
                           WS-ATTRIB-NUMERO(WS-IDX-PLACE) " "
                       DELIMITED BY SIZE
                       INTO WS-LISTE-SIEGES
                       WITH POINTER WS-PTR-LISTE
               END-IF

           END-PERFORM.

           EXIT.

       0289-LISTE-SIEGES-FIN.

      *-----------------------------------------------------------------

      *Places du service selon le plan des voitures des rames qui lui
      *sont affectees a la date, capacite = places de ces rames, ou a
      *defaut selon le plan de sa categorie, capacite = nombre de
      *places du plan, puis occupation par les reservations actives
      *de la date ; categorie absente du plan = places non numerotees
      *et capacite des rames ou capacite fixe de la categorie
       0290-PLAN-SERVICE-DEB.

           MOVE 0 TO WS-NB-SIEGES.
           MOVE 0 TO WS-NB-VSE.
           MOVE 0 TO WS-DECALAGE-VOITURE.
           SET WS-PLAN-SIEGES-N TO TRUE.

           PERFORM 0291-RAMES-SERVICE-DEB
              THRU 0291-RAMES-SERVICE-FIN.

           IF WS-NB-RAMES-SERVICE = 0
               MOVE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                 TO WS-CATEGORIE-PLAN
               MOVE 999 TO WS-RESTE-RAME
               PERFORM 0293-VOITURES-RAME-DEB
                  THRU 0293-VOITURES-RAME-FIN
           END-IF.

           IF WS-CAPACITE-RAMES > 999
               MOVE 999 TO WS-CAPACITE-RAMES
           END-IF.

           IF WS-NB-SIEGES = 0
               IF WS-NB-RAMES-SERVICE > 0
                   MOVE WS-CAPACITE-RAMES TO WS-CAPACITE-SERVICE
                   GO TO 0290-PLAN-SERVICE-FIN
               END-IF
               EVALUATE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   WHEN "TGV"
                       MOVE WS-CAPACITE-TGV TO WS-CAPACITE-SERVICE
                   WHEN "TER"
                       MOVE WS-CAPACITE-TER TO WS-CAPACITE-SERVICE
                   WHEN OTHER
                       MOVE WS-CAPACITE-COR TO WS-CAPACITE-SERVICE
               END-EVALUATE
               GO TO 0290-PLAN-SERVICE-FIN
           END-IF.

           SET WS-PLAN-SIEGES-O TO TRUE.

           IF WS-NB-RAMES-SERVICE > 0
               MOVE WS-CAPACITE-RAMES TO WS-CAPACITE-SERVICE
           ELSE
               MOVE WS-NB-SIEGES TO WS-CAPACITE-SERVICE
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-RESA-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE = WS-SAISIE-DATE
                       AND F-RESA-STATUT NOT = "N"
                           MOVE F-RESA-MONTEE TO WS-LU-MONTEE
                           MOVE F-RESA-DESCENTE TO WS-LU-DESCENTE
                           PERFORM 0296-RANGS-RESA-DEB
                              THRU 0296-RANGS-RESA-FIN
                           IF WS-RANG-RESA-M < WS-RANG-DESCENTE
                           AND WS-RANG-RESA-D > WS-RANG-MONTEE
                               PERFORM 0294-OCCUPE-SIEGES-DEB
                                  THRU 0294-OCCUPE-SIEGES-FIN
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           EXIT.

       0290-PLAN-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Rames affectees au service pour la date de voyage : chacune
      *apporte les voitures du plan de sa categorie, dans la limite
      *de ses places ; une rame inconnue du parc est ignoree
       0291-RAMES-SERVICE-DEB.

           MOVE 0 TO WS-NB-RAMES-SERVICE.
           MOVE 0 TO WS-CAPACITE-RAMES.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-STATION(WS-IDX-AFF)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-AFF-HEURE(WS-IDX-AFF) = WS-SAISIE-HEURE
               AND WS-AFF-DEBUT(WS-IDX-AFF) <= WS-SAISIE-DATE
               AND WS-AFF-FIN(WS-IDX-AFF) >= WS-SAISIE-DATE
                   PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                           UNTIL WS-IDX-RAM > WS-MAX-RAM
                       IF WS-RAM-NUMERO(WS-IDX-RAM)
                          = WS-AFF-RAME(WS-IDX-AFF)
                           ADD 1 TO WS-NB-RAMES-SERVICE
                           ADD WS-RAM-PLACES(WS-IDX-RAM)
                            TO WS-CAPACITE-RAMES
                           MOVE WS-RAM-CATEGORIE(WS-IDX-RAM)
                             TO WS-CATEGORIE-PLAN
                           MOVE WS-RAM-PLACES(WS-IDX-RAM)
                             TO WS-RESTE-RAME
                           PERFORM 0293-VOITURES-RAME-DEB
                              THRU 0293-VOITURES-RAME-FIN
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           EXIT.

       0291-RAMES-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Places d'une voiture ; la premiere et la derniere place de
      *chaque rang sont cote fenetre
       0292-SIEGES-VOITURE-DEB.

           IF WS-VOI-PLACES(WS-IDX-VOI) > WS-RESTE-RAME
               MOVE WS-RESTE-RAME TO WS-PLACES-VOITURE
           ELSE
               MOVE WS-VOI-PLACES(WS-IDX-VOI) TO WS-PLACES-VOITURE
           END-IF.

           IF WS-NB-SIEGES + WS-PLACES-VOITURE > WS-CAPACITE-SIEGES
           OR WS-NB-VSE >= WS-CAPACITE-VSE
           OR WS-DECALAGE-VOITURE + WS-VOI-NUMERO(WS-IDX-VOI) > 99
               DISPLAY "Attention : plan tronque, capacite maximale "
                       "atteinte (" WS-CAPACITE-SIEGES ")."
               MOVE 0 TO WS-RESTE-RAME
               GO TO 0292-SIEGES-VOITURE-FIN
           END-IF.

           COMPUTE WS-NUM-VOITURE =
               WS-DECALAGE-VOITURE + WS-VOI-NUMERO(WS-IDX-VOI).

           ADD 1 TO WS-NB-VSE.
           MOVE WS-IDX-VOI TO WS-VSE-VOI(WS-NB-VSE).
           MOVE WS-NUM-VOITURE TO WS-VSE-NUMERO(WS-NB-VSE).
           MOVE WS-PLACES-VOITURE TO WS-VSE-PLACES(WS-NB-VSE).
           MOVE WS-NB-SIEGES TO WS-VSE-BASE(WS-NB-VSE).

           SUBTRACT WS-PLACES-VOITURE FROM WS-RESTE-RAME.

           PERFORM VARYING WS-NUM-PLACE FROM 1 BY 1
                   UNTIL WS-NUM-PLACE > WS-PLACES-VOITURE

               ADD 1 TO WS-NB-SIEGES
               MOVE WS-NUM-VOITURE
                 TO WS-SIE-VOITURE(WS-NB-SIEGES)
               MOVE WS-NUM-PLACE TO WS-SIE-NUMERO(WS-NB-SIEGES)
               MOVE WS-VOI-CLASSE(WS-IDX-VOI)
                 TO WS-SIE-CLASSE(WS-NB-SIEGES)
               MOVE SPACES TO WS-SIE-OCCUPANT(WS-NB-SIEGES)

               COMPUTE WS-POS-RANG = FUNCTION MOD
                   (WS-NUM-PLACE - 1, WS-VOI-PAR-RANG(WS-IDX-VOI)) + 1
               IF WS-POS-RANG = 1
               OR WS-POS-RANG = WS-VOI-PAR-RANG(WS-IDX-VOI)
                   MOVE "F" TO WS-SIE-COTE(WS-NB-SIEGES)
               ELSE
                   MOVE "C" TO WS-SIE-COTE(WS-NB-SIEGES)
               END-IF

           END-PERFORM.

           EXIT.

       0292-SIEGES-VOITURE-FIN.

      *-----------------------------------------------------------------

      *Voitures du plan de la categorie WS-CATEGORIE-PLAN, jusqu'a
      *WS-RESTE-RAME places ; les numeros de voiture suivent ceux de
      *la rame precedente
       0293-VOITURES-RAME-DEB.

           MOVE WS-DECALAGE-VOITURE TO WS-NUM-VOITURE.

           PERFORM VARYING WS-IDX-VOI FROM 1 BY 1
                   UNTIL WS-IDX-VOI > WS-NB-VOITURES
                      OR WS-RESTE-RAME = 0

               IF WS-VOI-CATEGORIE(WS-IDX-VOI) = WS-CATEGORIE-PLAN
                   PERFORM 0292-SIEGES-VOITURE-DEB
                      THRU 0292-SIEGES-VOITURE-FIN
               END-IF

           END-PERFORM.

           MOVE WS-NUM-VOITURE TO WS-DECALAGE-VOITURE.

           EXIT.

       0293-VOITURES-RAME-FIN.

      *-----------------------------------------------------------------

      *Places de la reservation lue marquees a son passager
       0294-OCCUPE-SIEGES-DEB.

           PERFORM VARYING WS-IDX-PLACE FROM 1 BY 1
                   UNTIL WS-IDX-PLACE > 9

               IF F-RESA-VOITURE(WS-IDX-PLACE) NOT = SPACES
                   PERFORM VARYING WS-IDX-SIE2 FROM 1 BY 1
                           UNTIL WS-IDX-SIE2 > WS-NB-SIEGES
                       IF WS-SIE-VOITURE(WS-IDX-SIE2)
                          = F-RESA-VOITURE(WS-IDX-PLACE)
                       AND WS-SIE-NUMERO(WS-IDX-SIE2)
                           = F-RESA-NUMERO(WS-IDX-PLACE)
                           MOVE F-RESA-PASSAGER
                             TO WS-SIE-OCCUPANT(WS-IDX-SIE2)
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           EXIT.

       0294-OCCUPE-SIEGES-FIN.

      *-----------------------------------------------------------------

      *Rangs de montee et de descente des gares WS-LU-MONTEE et
      *WS-LU-DESCENTE ; gare vide ou inconnue de l'itineraire = gare
      *de depart ou terminus (la reservation occupe alors tout le
      *parcours)
       0296-RANGS-RESA-DEB.

           MOVE 0 TO WS-RANG-RESA-M.
           MOVE WS-NB-RANGS TO WS-RANG-RESA-D.

           IF WS-LU-MONTEE NOT = SPACES
               MOVE WS-LU-MONTEE TO WS-GARE-CHERCHEE
               PERFORM 0297-RANG-GARE-DEB
                  THRU 0297-RANG-GARE-FIN
               IF WS-RANG-TROUVE <= WS-NB-RANGS
                   MOVE WS-RANG-TROUVE TO WS-RANG-RESA-M
               END-IF
           END-IF.

           IF WS-LU-DESCENTE NOT = SPACES
               MOVE WS-LU-DESCENTE TO WS-GARE-CHERCHEE
               PERFORM 0297-RANG-GARE-DEB
                  THRU 0297-RANG-GARE-FIN
               IF WS-RANG-TROUVE <= WS-NB-RANGS
                   MOVE WS-RANG-TROUVE TO WS-RANG-RESA-D
               END-IF
           END-IF.

           IF WS-RANG-RESA-M >= WS-RANG-RESA-D
               MOVE 0 TO WS-RANG-RESA-M
               MOVE WS-NB-RANGS TO WS-RANG-RESA-D
           END-IF.

           EXIT.

       0296-RANGS-RESA-FIN.

      *-----------------------------------------------------------------

      *Rang de WS-GARE-CHERCHEE parmi les arrets du service, 99 si
      *elle n'y figure pas
       0297-RANG-GARE-DEB.

           MOVE 99 TO WS-RANG-TROUVE.

           PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
                   UNTIL WS-IDX-RANG > WS-NB-RANGS + 1
                      OR WS-RANG-TROUVE < 99
               IF WS-ARRET-GARE(WS-IDX-RANG) NOT = SPACES
               AND FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-GARE-CHERCHEE))
                  = FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-ARRET-GARE(WS-IDX-RANG)))
                   COMPUTE WS-RANG-TROUVE = WS-IDX-RANG - 1
               END-IF
           END-PERFORM.

           EXIT.

       0297-RANG-GARE-FIN.

      *-----------------------------------------------------------------

      *Arrets du parcours examine, pour le prix du billet : ecart des
      *rangs si l'itineraire est connu, sinon tous les arrets
       0298-ARRETS-PARCOURS-DEB.

           IF WS-ITI-TROUVE = 0
               MOVE WS-NB-ARRETS(WS-SERVICE-TROUVE)
                 TO WS-ARRETS-PARCOURS
           ELSE
               COMPUTE WS-ARRETS-PARCOURS =
                   WS-RANG-DESCENTE - WS-RANG-MONTEE
           END-IF.

           EXIT.

       0298-ARRETS-PARCOURS-FIN.

      *-----------------------------------------------------------------

       0300-RESERVER-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0300-RESERVER-FIN
           END-IF.

      *Un service supprime pour la date demandee ne se vend plus
           PERFORM 0260-CONTROLE-SUPPRESSION-DEB
              THRU 0260-CONTROLE-SUPPRESSION-FIN.

           IF WS-SUPPRIME-O
               DISPLAY "Service SUPPRIME le " WS-SAISIE-DATE
                       ", vente refusee."
               GO TO 0300-RESERVER-FIN
           END-IF.

      *Un service qui ne roule pas le jour demande ne se vend pas
           PERFORM 0262-CONTROLE-CIRCULATION-DEB
              THRU 0262-CONTROLE-CIRCULATION-FIN.

           IF WS-CIRCULE-N
               DISPLAY "Le service ne roule pas ce jour-la, "
                       "vente refusee."
               GO TO 0300-RESERVER-FIN
           END-IF.

           DISPLAY "Nom du passager : ".
           ACCEPT WS-SAISIE-PASSAGER.
           DISPLAY "Nombre de places : ".
           ACCEPT WS-SAISIE-PLACES.

           IF WS-SAISIE-PLACES = 0
               DISPLAY "Nombre de places invalide."
               GO TO 0300-RESERVER-FIN
           END-IF.

      *Parcours du voyageur : les places ne sont comptees et prises
      *que sur les troncons qu'il parcourt
           PERFORM 0265-SAISIE-PARCOURS-DEB
              THRU 0265-SAISIE-PARCOURS-FIN.

           IF WS-PARCOURS-KO
               GO TO 0300-RESERVER-FIN
           END-IF.

      *Capacite et occupation des places d'apres le plan des voitures
           PERFORM 0290-PLAN-SERVICE-DEB
              THRU 0290-PLAN-SERVICE-FIN.

           MOVE SPACES TO WS-SAISIE-CLASSE.
           MOVE SPACES TO WS-SAISIE-PREFERENCE.

           IF WS-PLAN-SIEGES-O
               PERFORM 0305-SAISIE-CLASSE-DEB
                  THRU 0305-SAISIE-CLASSE-FIN
               IF NOT WS-CLASSE-VALIDE
                   GO TO 0300-RESERVER-FIN
               END-IF
           END-IF.

           PERFORM 0270-CUMUL-PLACES-DEB
              THRU 0270-CUMUL-PLACES-FIN.

           IF WS-PLACES-VENDUES + WS-SAISIE-PLACES
              > WS-CAPACITE-SERVICE
               DISPLAY "Refus : " WS-PLACES-VENDUES " place(s) deja "
                       "vendue(s) sur " WS-CAPACITE-SERVICE "."
               PERFORM 0310-PROPOSE-ATTENTE-DEB
                  THRU 0310-PROPOSE-ATTENTE-FIN
               GO TO 0300-RESERVER-FIN
           END-IF.

           MOVE SPACES TO WS-SIEGES-ATTRIBUES.

           IF WS-PLAN-SIEGES-O
               MOVE WS-SAISIE-PASSAGER TO WS-NOM-OCCUPANT
               MOVE WS-SAISIE-PLACES TO WS-PLACES-DEMANDEES
               PERFORM 0280-ATTRIBUE-SIEGES-DEB
                  THRU 0280-ATTRIBUE-SIEGES-FIN
               IF WS-ATTRIBUTION-KO
                   DISPLAY "Refus : plus assez de places libres en "
                           "classe " WS-SAISIE-CLASSE "."
                   PERFORM 0310-PROPOSE-ATTENTE-DEB
                      THRU 0310-PROPOSE-ATTENTE-FIN
                   GO TO 0300-RESERVER-FIN
               END-IF
           END-IF.

           OPEN EXTEND FICHIER-RESA.

           MOVE SPACES TO F-RESA.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO F-RESA-STATION.
           MOVE WS-SAISIE-HEURE    TO F-RESA-HEURE.
           MOVE WS-SAISIE-DATE     TO F-RESA-DATE.
           MOVE WS-SAISIE-PASSAGER TO F-RESA-PASSAGER.
           MOVE WS-SAISIE-PLACES   TO F-RESA-PLACES.
           MOVE "A"                TO F-RESA-STATUT.
           MOVE WS-SIEGES-ATTRIBUES TO F-RESA-SIEGES.
           MOVE WS-NOM-MONTEE      TO F-RESA-MONTEE.
           MOVE WS-NOM-DESCENTE    TO F-RESA-DESCENTE.

           PERFORM 0350-NUMERO-BILLET-DEB
              THRU 0350-NUMERO-BILLET-FIN.

           MOVE WS-NUMERO-BILLET   TO F-RESA-BILLET.
           MOVE F-RESA             TO WS-RESA-EMISE.
           WRITE F-RESA.

           CLOSE FICHIER-RESA.

           DISPLAY "Reservation enregistree, billet n. "
                   WS-NUMERO-BILLET ".".

           PERFORM 0360-EDITE-BILLET-DEB
              THRU 0360-EDITE-BILLET-FIN.

           IF WS-PLAN-SIEGES-O
               PERFORM 0289-LISTE-SIEGES-DEB
                  THRU 0289-LISTE-SIEGES-FIN
               DISPLAY "Places attribuees (voiture-place) : "
                       WS-LISTE-SIEGES
           END-IF.

           PERFORM 0330-COMPTE-FIDELITE-DEB
              THRU 0330-COMPTE-FIDELITE-FIN.

           EXIT.

       0300-RESERVER-FIN.

      *-----------------------------------------------------------------

      *Classe et cote prefere ; au plus 9 places par reservation sur
      *un service a places numerotees
       0305-SAISIE-CLASSE-DEB.

           IF WS-SAISIE-PLACES > WS-MAX-PLACES-NUMEROTEES
               DISPLAY "Au plus " WS-MAX-PLACES-NUMEROTEES
                       " places par reservation, faire plusieurs "
                       "reservations."
               GO TO 0305-SAISIE-CLASSE-FIN
           END-IF.

           DISPLAY "Classe (1/2, vide = 2) : ".
           ACCEPT WS-SAISIE-CLASSE.

           IF WS-SAISIE-CLASSE = SPACE
               MOVE "2" TO WS-SAISIE-CLASSE
           END-IF.

           IF NOT WS-CLASSE-VALIDE
               DISPLAY "Classe invalide : " WS-SAISIE-CLASSE
               GO TO 0305-SAISIE-CLASSE-FIN
           END-IF.

           DISPLAY "Preference (F = fenetre, C = couloir, vide = "
                   "indifferent) : ".
           ACCEPT WS-SAISIE-PREFERENCE.

           IF NOT WS-PREFERENCE-VALIDE
               DISPLAY "Preference inconnue, ignoree."
               MOVE SPACE TO WS-SAISIE-PREFERENCE
           END-IF.

           EXIT.

       0305-SAISIE-CLASSE-FIN.

      *-----------------------------------------------------------------

      *Le refus propose la liste d'attente : une annulation promeut
      *la plus ancienne entree compatible
       0310-PROPOSE-ATTENTE-DEB.

           DISPLAY "Inscrire le passager en liste d'attente "
                   "(O/N) : ".
           ACCEPT WS-SAISIE-ATTENTE.

           IF WS-ATTENTE-ACCEPTEE
               PERFORM 0320-INSCRIT-ATTENTE-DEB
                  THRU 0320-INSCRIT-ATTENTE-FIN
           END-IF.

           EXIT.

       0310-PROPOSE-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Compte voyageur optionnel : le billet est tarife (meme calcul
      *que tariftrain), la remise du palier gagne par le volume de
      *trajets s'affiche sur le billet, le trajet est cumule au
      *compte et cumul comme remise laissent leur trace au journal
      *de fidelite
       0330-COMPTE-FIDELITE-DEB.

           DISPLAY "Numero de compte voyageur (vide = aucun) : ".
           ACCEPT WS-SAISIE-COMPTE.

           IF WS-SAISIE-COMPTE = SPACES
               GO TO 0330-COMPTE-FIDELITE-FIN
           END-IF.

           MOVE 0 TO WS-VOY-TROUVE.

           PERFORM VARYING WS-IDX-VOY FROM 1 BY 1
                   UNTIL WS-IDX-VOY > WS-MAX-VOY

               IF WS-VOY-NUMERO(WS-IDX-VOY) = WS-SAISIE-COMPTE
                   MOVE WS-IDX-VOY TO WS-VOY-TROUVE
               END-IF

           END-PERFORM.

           IF WS-VOY-TROUVE = 0
               DISPLAY "Compte voyageur inconnu, billet au plein "
                       "tarif."
               GO TO 0330-COMPTE-FIDELITE-FIN
           END-IF.

      *Tarif du billet : base de la categorie + arrets x supplement
           MOVE 0 TO WS-TARIF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS

               IF WS-TARIF-CATEGORIE(WS-IDX)
                  = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   MOVE WS-IDX TO WS-TARIF-TROUVE
               END-IF

           END-PERFORM.

           IF WS-TARIF-TROUVE = 0
               DISPLAY "Categorie sans bareme, billet non tarife."
               MOVE 0 TO WS-MONTANT-BILLET
           ELSE
               PERFORM 0298-ARRETS-PARCOURS-DEB
                  THRU 0298-ARRETS-PARCOURS-FIN
               COMPUTE WS-PRIX-PLACE =
                   WS-TARIF-BASE(WS-TARIF-TROUVE)
                   + WS-ARRETS-PARCOURS
                   * WS-TARIF-SUPPLEMENT(WS-TARIF-TROUVE)
               COMPUTE WS-MONTANT-BILLET =
                   WS-PRIX-PLACE * WS-SAISIE-PLACES
           END-IF.

      *Palier gagne par le volume de trajets du compte
           MOVE 0 TO WS-PCT-FIDELITE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-FID

               IF WS-VOY-TRAJETS(WS-VOY-TROUVE)
                  >= WS-FID-TRAJETS(WS-IDX)
               AND WS-PCT-FIDELITE = 0
                   MOVE WS-FID-PCT(WS-IDX) TO WS-PCT-FIDELITE
               END-IF

           END-PERFORM.

           COMPUTE WS-MONTANT-NET ROUNDED =
               WS-MONTANT-BILLET * (100 - WS-PCT-FIDELITE) / 100.

           MOVE WS-MONTANT-BILLET TO WS-MONTANT-BILLET-ED.
           MOVE WS-MONTANT-NET TO WS-MONTANT-NET-ED.

           DISPLAY "Billet : " WS-MONTANT-BILLET-ED
                   " - remise fidelite " WS-PCT-FIDELITE
                   " % - net " WS-MONTANT-NET-ED ".".

      *Cumul du trajet et traces au journal de fidelite
           ADD 1 TO WS-VOY-TRAJETS(WS-VOY-TROUVE).

           OPEN EXTEND FICHIER-JOURNAL-FID.

           MOVE SPACES TO F-LIGNE-JOURNAL-FID.
           STRING WS-DATE-DU-JOUR " " WS-SAISIE-COMPTE
                   " CUMUL trajet n. "
                   WS-VOY-TRAJETS(WS-VOY-TROUVE)
               DELIMITED BY SIZE INTO F-LIGNE-JOURNAL-FID.
           WRITE F-LIGNE-JOURNAL-FID.

           IF WS-PCT-FIDELITE > 0
               MOVE SPACES TO F-LIGNE-JOURNAL-FID
               STRING WS-DATE-DU-JOUR " " WS-SAISIE-COMPTE
                       " REMISE " WS-PCT-FIDELITE " % sur "
                       WS-MONTANT-BILLET-ED " billet "
                       WS-NUMERO-BILLET
                   DELIMITED BY SIZE INTO F-LIGNE-JOURNAL-FID
               WRITE F-LIGNE-JOURNAL-FID
           END-IF.

           CLOSE FICHIER-JOURNAL-FID.

           PERFORM 0340-REECRITURE-VOYAGEURS-DEB
              THRU 0340-REECRITURE-VOYAGEURS-FIN.

           EXIT.

       0330-COMPTE-FIDELITE-FIN.

      *-----------------------------------------------------------------

       0350-NUMERO-BILLET-DEB.

      *Sequence suivante, cle posee par le module, compteur reecrit
      *aussitot pour qu'un numero ne serve jamais deux fois
           ADD 1 TO WS-DERNIER-BILLET.

           MOVE SPACES TO WS-NUMERO-BILLET.
           MOVE WS-DERNIER-BILLET TO WS-NUMERO-BILLET(1:9).
           MOVE "CALC " TO WS-CLE-FONCTION.

           CALL "clebillet" USING WS-CLE-FONCTION,
                                  WS-NUMERO-BILLET,
                                  WS-CLE-RESULTAT
           END-CALL.

           OPEN OUTPUT FICHIER-COMPTEUR.
           MOVE WS-DERNIER-BILLET TO F-CPT-DERNIER.
           WRITE F-COMPTEUR.
           CLOSE FICHIER-COMPTEUR.

           EXIT.

       0350-NUMERO-BILLET-FIN.

      *-----------------------------------------------------------------

      *Billet imprime a la suite de billets.txt : numero, passager,
      *service, date, places et, sur un service a places numerotees,
      *classe et places attribuees
       0360-EDITE-BILLET-DEB.

           OPEN EXTEND FICHIER-BILLETS.

           MOVE ALL "=" TO F-LIGNE-BILLET.
           WRITE F-LIGNE-BILLET.

           MOVE SPACES TO F-LIGNE-BILLET.
           STRING "BILLET N. " WS-EMI-BILLET
                   "                    emis le " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-BILLET.
           WRITE F-LIGNE-BILLET.

           MOVE SPACES TO F-LIGNE-BILLET.
           STRING "Passager : " WS-EMI-PASSAGER
               DELIMITED BY SIZE INTO F-LIGNE-BILLET.
           WRITE F-LIGNE-BILLET.

           MOVE SPACES TO F-LIGNE-BILLET.
           STRING "Depart   : " WS-EMI-STATION " "
                   WS-EMI-HEURE(1:2) ":" WS-EMI-HEURE(3:2)
                   " le " WS-EMI-DATE
               DELIMITED BY SIZE INTO F-LIGNE-BILLET.
           WRITE F-LIGNE-BILLET.

           IF WS-EMI-DESCENTE NOT = SPACES
               MOVE SPACES TO F-LIGNE-BILLET
               STRING "Parcours : " WS-EMI-MONTEE " -> "
                       WS-EMI-DESCENTE
                   DELIMITED BY SIZE INTO F-LIGNE-BILLET
               WRITE F-LIGNE-BILLET
           END-IF.

           MOVE SPACES TO F-LIGNE-BILLET.
           IF WS-EMI-SIEGES = SPACES
               STRING "Places   : " WS-EMI-PLACES
                   DELIMITED BY SIZE INTO F-LIGNE-BILLET
               WRITE F-LIGNE-BILLET
           ELSE
               STRING "Places   : " WS-EMI-PLACES
                       "   classe " WS-SAISIE-CLASSE
                   DELIMITED BY SIZE INTO F-LIGNE-BILLET
               WRITE F-LIGNE-BILLET
               MOVE WS-EMI-SIEGES TO WS-SIEGES-ATTRIBUES
               PERFORM 0289-LISTE-SIEGES-DEB
                  THRU 0289-LISTE-SIEGES-FIN
               MOVE SPACES TO F-LIGNE-BILLET
               STRING "Voiture-place : " WS-LISTE-SIEGES
                   DELIMITED BY SIZE INTO F-LIGNE-BILLET
               WRITE F-LIGNE-BILLET
           END-IF.

           MOVE SPACES TO F-LIGNE-BILLET.
           STRING "A presenter au controle a bord avec ce numero."
               DELIMITED BY SIZE INTO F-LIGNE-BILLET.
           WRITE F-LIGNE-BILLET.

           CLOSE FICHIER-BILLETS.

           EXIT.

       0360-EDITE-BILLET-FIN.

      *-----------------------------------------------------------------

       0340-REECRITURE-VOYAGEURS-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-VOYAGEURS
           END-CALL.

           OPEN OUTPUT FICHIER-VOYAGEURS.

           PERFORM VARYING WS-IDX-VOY FROM 1 BY 1
                   UNTIL WS-IDX-VOY > WS-MAX-VOY

               MOVE SPACES TO F-VOYAGEUR
               MOVE WS-VOY-NUMERO(WS-IDX-VOY)   TO F-VOY-NUMERO
               MOVE WS-VOY-NOM(WS-IDX-VOY)      TO F-VOY-NOM
               MOVE WS-VOY-ADHESION(WS-IDX-VOY) TO F-VOY-ADHESION
               MOVE WS-VOY-TRAJETS(WS-IDX-VOY)  TO F-VOY-TRAJETS
               WRITE F-VOYAGEUR

           END-PERFORM.

           CLOSE FICHIER-VOYAGEURS.

           EXIT.

       0340-REECRITURE-VOYAGEURS-FIN.

      *-----------------------------------------------------------------

      *Inscription en liste d'attente, horodatee pour servir les
      *demandes dans l'ordre d'arrivee
       0320-INSCRIT-ATTENTE-DEB.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.

           OPEN EXTEND FICHIER-ATTENTE.

           MOVE SPACES TO F-ATTENTE.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO F-ATT-STATION.
           MOVE WS-SAISIE-HEURE    TO F-ATT-HEURE.
           MOVE WS-SAISIE-DATE     TO F-ATT-DATE.
           MOVE WS-SAISIE-PASSAGER TO F-ATT-PASSAGER.
           MOVE WS-SAISIE-PLACES   TO F-ATT-PLACES.
           MOVE WS-HORODATAGE      TO F-ATT-HORODATAGE.
           MOVE WS-SAISIE-CLASSE   TO F-ATT-CLASSE.
           MOVE WS-SAISIE-PREFERENCE TO F-ATT-PREFERENCE.
           MOVE WS-NOM-MONTEE      TO F-ATT-MONTEE.
           MOVE WS-NOM-DESCENTE    TO F-ATT-DESCENTE.
           WRITE F-ATTENTE.

           CLOSE FICHIER-ATTENTE.

           DISPLAY "Passager inscrit en liste d'attente.".

           EXIT.

       0320-INSCRIT-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Manifeste du service et du jour demandes : liste des
      *passagers, de leurs places et de leurs numeros de place pour
      *le controleur
       0400-MANIFESTE-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0400-MANIFESTE-FIN
           END-IF.

           OPEN OUTPUT FICHIER-MANIFESTE.

           MOVE SPACES TO F-LIGNE-MANIFESTE.
           STRING "MANIFESTE - "
                   WS-STATION-DEPART(WS-SERVICE-TROUVE)
                   " " WS-SAISIE-HEURE(1:2) ":" WS-SAISIE-HEURE(3:2)
                   " LE " WS-SAISIE-DATE
               DELIMITED BY SIZE INTO F-LIGNE-MANIFESTE.
           WRITE F-LIGNE-MANIFESTE.

           MOVE "N" TO WS-FIN-LECTURE.
           MOVE 0 TO WS-PLACES-VENDUES.
           MOVE 0 TO WS-NB-PASSAGERS.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-RESA-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE = WS-SAISIE-DATE
                       AND F-RESA-STATUT NOT = "N"
                           ADD F-RESA-PLACES TO WS-PLACES-VENDUES
                           ADD 1 TO WS-NB-PASSAGERS

                           MOVE SPACES TO F-LIGNE-MANIFESTE
                           STRING "  " F-RESA-PASSAGER " "
                                   F-RESA-PLACES " place(s)  billet "
                                   F-RESA-BILLET
                               DELIMITED BY SIZE
                               INTO F-LIGNE-MANIFESTE
                           WRITE F-LIGNE-MANIFESTE

                           IF F-RESA-SIEGES NOT = SPACES
                               MOVE F-RESA-SIEGES
                                 TO WS-SIEGES-ATTRIBUES
                               PERFORM 0289-LISTE-SIEGES-DEB
                                  THRU 0289-LISTE-SIEGES-FIN
                               MOVE SPACES TO F-LIGNE-MANIFESTE
                               STRING "      places : "
                                       WS-LISTE-SIEGES
                                   DELIMITED BY SIZE
                                   INTO F-LIGNE-MANIFESTE
                               WRITE F-LIGNE-MANIFESTE
                           END-IF

                           MOVE F-RESA-MONTEE TO WS-LU-MONTEE
                           MOVE F-RESA-DESCENTE TO WS-LU-DESCENTE
                           PERFORM 0296-RANGS-RESA-DEB
                              THRU 0296-RANGS-RESA-FIN
                           IF WS-RANG-RESA-M > 0
                           OR WS-RANG-RESA-D < WS-NB-RANGS
                               MOVE SPACES TO F-LIGNE-MANIFESTE
                               STRING "      parcours : "
                                       WS-ARRET-GARE
                                          (WS-RANG-RESA-M + 1)
                                       " -> "
                                       WS-ARRET-GARE
                                          (WS-RANG-RESA-D + 1)
                                   DELIMITED BY SIZE
                                   INTO F-LIGNE-MANIFESTE
                               WRITE F-LIGNE-MANIFESTE
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           MOVE SPACES TO F-LIGNE-MANIFESTE.
           STRING "TOTAL : " WS-NB-PASSAGERS " reservation(s), "
                   WS-PLACES-VENDUES " place(s)"
               DELIMITED BY SIZE INTO F-LIGNE-MANIFESTE.
           WRITE F-LIGNE-MANIFESTE.

           PERFORM 0450-MANIFESTE-GROUPES-DEB
              THRU 0450-MANIFESTE-GROUPES-FIN.

           CLOSE FICHIER-MANIFESTE.

           DISPLAY "Manifeste ecrit : " WS-NB-PASSAGERS
                   " reservation(s).".

           EXIT.

       0400-MANIFESTE-FIN.

      *-----------------------------------------------------------------

      *Groupes du service et du jour : places tenues et membres
      *nommes, a la suite des reservations individuelles
       0450-MANIFESTE-GROUPES-DEB.

           PERFORM 0710-CHARGE-GROUPES-DEB
              THRU 0710-CHARGE-GROUPES-FIN.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-GRP

               IF WS-GRP-STATION(WS-IDX-GRP)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-GRP-HEURE(WS-IDX-GRP) = WS-SAISIE-HEURE
               AND WS-GRP-DATE(WS-IDX-GRP) = WS-SAISIE-DATE
                   MOVE WS-IDX-GRP TO WS-GRP-TROUVE
                   PERFORM 0720-COMPTE-NOMS-DEB
                      THRU 0720-COMPTE-NOMS-FIN

                   MOVE SPACES TO F-LIGNE-MANIFESTE
                   STRING "GROUPE " WS-GRP-NOM(WS-IDX-GRP) " "
                           WS-GRP-PLACES(WS-IDX-GRP)
                           " place(s) tenue(s), " WS-NB-NOMS
                           " nommee(s)"
                       DELIMITED BY SIZE INTO F-LIGNE-MANIFESTE
                   WRITE F-LIGNE-MANIFESTE

                   PERFORM 0455-MEMBRES-GROUPE-DEB
                      THRU 0455-MEMBRES-GROUPE-FIN
               END-IF

           END-PERFORM.

           EXIT.

       0450-MANIFESTE-GROUPES-FIN.

      *-----------------------------------------------------------------

      *Membres nommes du groupe WS-GRP-TROUVE
       0455-MEMBRES-GROUPE-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-GROUPES-NOMS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-GROUPES-NOMS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-GNO-STATION = WS-GRP-STATION(WS-GRP-TROUVE)
                       AND F-GNO-HEURE = WS-GRP-HEURE(WS-GRP-TROUVE)
                       AND F-GNO-DATE = WS-GRP-DATE(WS-GRP-TROUVE)
                       AND F-GNO-GROUPE = WS-GRP-NOM(WS-GRP-TROUVE)
                           MOVE SPACES TO F-LIGNE-MANIFESTE
                           STRING "      membre : " F-GNO-PASSAGER
                               DELIMITED BY SIZE
                               INTO F-LIGNE-MANIFESTE
                           WRITE F-LIGNE-MANIFESTE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-GROUPES-NOMS.

           EXIT.

       0455-MEMBRES-GROUPE-FIN.

      *-----------------------------------------------------------------

      *Annulation : la reservation est retrouvee par passager,
      *service et date, marquee annulee (elle reste au fichier pour
      *l'historique), les places redeviennent vendables et le
      *remboursement est calcule puis journalise
       0500-ANNULER-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0500-ANNULER-FIN
           END-IF.

           DISPLAY "Nom du passager : ".
           ACCEPT WS-SAISIE-PASSAGER.

           PERFORM 0520-CHARGE-RESERVATIONS-DEB
              THRU 0520-CHARGE-RESERVATIONS-FIN.

           MOVE 0 TO WS-RESA-TROUVEE.

           PERFORM VARYING WS-IDX-RESA FROM 1 BY 1
                   UNTIL WS-IDX-RESA > WS-MAX-RESA

               IF WS-RESA-STATION(WS-IDX-RESA)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-RESA-HEURE(WS-IDX-RESA) = WS-SAISIE-HEURE
               AND WS-RESA-DATE(WS-IDX-RESA) = WS-SAISIE-DATE
               AND WS-RESA-PASSAGER(WS-IDX-RESA)
                   = WS-SAISIE-PASSAGER
               AND NOT WS-RESA-ANNULEE(WS-IDX-RESA)
                   MOVE WS-IDX-RESA TO WS-RESA-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-RESA-TROUVEE = 0
               DISPLAY "Reservation active introuvable pour ce "
                       "passager sur ce service et cette date."
               GO TO 0500-ANNULER-FIN
           END-IF.

           MOVE "N" TO WS-RESA-STATUT(WS-RESA-TROUVEE).

           PERFORM 0540-CALCUL-REMBOURSEMENT-DEB
              THRU 0540-CALCUL-REMBOURSEMENT-FIN.

           PERFORM 0560-REECRITURE-RESA-DEB
              THRU 0560-REECRITURE-RESA-FIN.

           DISPLAY "Reservation annulee, "
                   WS-RESA-PLACES(WS-RESA-TROUVEE)
                   " place(s) liberee(s).".

           IF WS-RESA-SIEGES(WS-RESA-TROUVEE) NOT = SPACES
               MOVE WS-RESA-SIEGES(WS-RESA-TROUVEE)
                 TO WS-SIEGES-ATTRIBUES
               PERFORM 0289-LISTE-SIEGES-DEB
                  THRU 0289-LISTE-SIEGES-FIN
               DISPLAY "Places liberees : " WS-LISTE-SIEGES
           END-IF.

           PERFORM 0580-PROMOTION-ATTENTE-DEB
              THRU 0580-PROMOTION-ATTENTE-FIN.

           EXIT.

       0500-ANNULER-FIN.

      *-----------------------------------------------------------------

       0520-CHARGE-RESERVATIONS-DEB.

           MOVE "N" TO WS-FIN-LECTURE.
           MOVE 0 TO WS-MAX-RESA.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-RESA < WS-CAPACITE-RESA
                           ADD 1 TO WS-MAX-RESA
                           MOVE F-RESA-STATION
                             TO WS-RESA-STATION(WS-MAX-RESA)
                           MOVE F-RESA-HEURE
                             TO WS-RESA-HEURE(WS-MAX-RESA)
                           MOVE F-RESA-DATE
                             TO WS-RESA-DATE(WS-MAX-RESA)
                           MOVE F-RESA-PASSAGER
                             TO WS-RESA-PASSAGER(WS-MAX-RESA)
                           MOVE F-RESA-PLACES
                             TO WS-RESA-PLACES(WS-MAX-RESA)
                           MOVE F-RESA-STATUT
                             TO WS-RESA-STATUT(WS-MAX-RESA)
                           MOVE F-RESA-SIEGES
                             TO WS-RESA-SIEGES(WS-MAX-RESA)
                           MOVE F-RESA-BILLET
                             TO WS-RESA-BILLET(WS-MAX-RESA)
                           MOVE F-RESA-MONTEE
                             TO WS-RESA-MONTEE(WS-MAX-RESA)
                           MOVE F-RESA-DESCENTE
                             TO WS-RESA-DESCENTE(WS-MAX-RESA)
                       ELSE
                           DISPLAY "Attention : fichier des "
                               "reservations tronque ("
                               WS-CAPACITE-RESA "), annulation "
                               "refusee."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                           MOVE 0 TO WS-MAX-RESA
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           EXIT.

       0520-CHARGE-RESERVATIONS-FIN.

      *-----------------------------------------------------------------

      *Remboursement = tarif du service (base de la categorie +
      *arrets x supplement, comme tariftrain) x places, diminue de la
      *penalite de la premiere tranche du bareme dont le nombre de
      *jours est couvert par le delai avant depart
       0540-CALCUL-REMBOURSEMENT-DEB.

           MOVE 0 TO WS-TARIF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS

               IF WS-TARIF-CATEGORIE(WS-IDX)
                  = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   MOVE WS-IDX TO WS-TARIF-TROUVE
               END-IF

           END-PERFORM.

           IF WS-TARIF-TROUVE = 0
               DISPLAY "Categorie sans bareme, remboursement a "
                       "zero, a reprendre a la main."
               MOVE 0 TO WS-MONTANT-REMBOURSE
               GO TO 0540-CALCUL-REMBOURSEMENT-FIN
           END-IF.

      *Le prix rembourse est celui du parcours de la reservation
           MOVE WS-RESA-MONTEE(WS-RESA-TROUVEE) TO WS-LU-MONTEE.
           MOVE WS-RESA-DESCENTE(WS-RESA-TROUVEE) TO WS-LU-DESCENTE.

           PERFORM 0296-RANGS-RESA-DEB
              THRU 0296-RANGS-RESA-FIN.

           MOVE WS-RANG-RESA-M TO WS-RANG-MONTEE.
           MOVE WS-RANG-RESA-D TO WS-RANG-DESCENTE.

           PERFORM 0298-ARRETS-PARCOURS-DEB
              THRU 0298-ARRETS-PARCOURS-FIN.

           COMPUTE WS-PRIX-PLACE =
               WS-TARIF-BASE(WS-TARIF-TROUVE)
               + WS-ARRETS-PARCOURS
               * WS-TARIF-SUPPLEMENT(WS-TARIF-TROUVE).

           COMPUTE WS-MONTANT-BRUT = WS-PRIX-PLACE
               * WS-RESA-PLACES(WS-RESA-TROUVEE).

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           MOVE FUNCTION NUMVAL(WS-SAISIE-DATE)
             TO WS-DATUTIL-DATE-2.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATUTIL-DATE-2,
                                WS-JOURS-AVANT-DEPART,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-JOURS-AVANT-DEPART < 0
               MOVE 0 TO WS-JOURS-AVANT-DEPART
           END-IF.

           MOVE WS-PEN-PCT(WS-NB-PENALITES) TO WS-PCT-PENALITE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PENALITES

               IF WS-JOURS-AVANT-DEPART >= WS-PEN-JOURS(WS-IDX)
                   MOVE WS-PEN-PCT(WS-IDX) TO WS-PCT-PENALITE
                   MOVE WS-NB-PENALITES TO WS-IDX
               END-IF

           END-PERFORM.

           COMPUTE WS-MONTANT-REMBOURSE ROUNDED =
               WS-MONTANT-BRUT * (100 - WS-PCT-PENALITE) / 100.

           MOVE WS-MONTANT-REMBOURSE TO WS-MONTANT-REMBOURSE-ED.

           DISPLAY "Remboursement : " WS-MONTANT-REMBOURSE-ED
                   " (penalite " WS-PCT-PENALITE " %, "
                   WS-JOURS-AVANT-DEPART " jour(s) avant depart).".

           OPEN EXTEND FICHIER-REMBOURSEMENTS.

           MOVE SPACES TO F-REMBOURSEMENT.
           STRING WS-DATE-DU-JOUR " "
                   WS-RESA-PASSAGER(WS-RESA-TROUVEE) " "
                   WS-RESA-STATION(WS-RESA-TROUVEE) " "
                   WS-RESA-HEURE(WS-RESA-TROUVEE) " voyage "
                   WS-RESA-DATE(WS-RESA-TROUVEE) " rembourse "
                   WS-MONTANT-REMBOURSE-ED
               DELIMITED BY SIZE INTO F-REMBOURSEMENT.
           WRITE F-REMBOURSEMENT.

           CLOSE FICHIER-REMBOURSEMENTS.

           EXIT.

       0540-CALCUL-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Reecriture complete des reservations avec le temoin a jour
       0560-REECRITURE-RESA-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-RESA.

           PERFORM VARYING WS-IDX-RESA FROM 1 BY 1
                   UNTIL WS-IDX-RESA > WS-MAX-RESA

               MOVE SPACES TO F-RESA
               MOVE WS-RESA-STATION(WS-IDX-RESA) TO F-RESA-STATION
               MOVE WS-RESA-HEURE(WS-IDX-RESA)   TO F-RESA-HEURE
               MOVE WS-RESA-DATE(WS-IDX-RESA)    TO F-RESA-DATE
               MOVE WS-RESA-PASSAGER(WS-IDX-RESA)
                 TO F-RESA-PASSAGER
               MOVE WS-RESA-PLACES(WS-IDX-RESA)  TO F-RESA-PLACES
               MOVE WS-RESA-STATUT(WS-IDX-RESA)  TO F-RESA-STATUT
               MOVE WS-RESA-SIEGES(WS-IDX-RESA)  TO F-RESA-SIEGES
               MOVE WS-RESA-BILLET(WS-IDX-RESA)  TO F-RESA-BILLET
               MOVE WS-RESA-MONTEE(WS-IDX-RESA)  TO F-RESA-MONTEE
               MOVE WS-RESA-DESCENTE(WS-IDX-RESA)
                 TO F-RESA-DESCENTE
               WRITE F-RESA

           END-PERFORM.

           CLOSE FICHIER-RESA.

           EXIT.

       0560-REECRITURE-RESA-FIN.

      *-----------------------------------------------------------------

      *Promotion des entrees de la liste d'attente du service et de
      *la date annules, dans l'ordre d'inscription, tant que la
      *capacite liberee les couvre ; chaque promue devient une
      *reservation ferme et part dans la liste des passagers a
      *rappeler par le guichet
       0580-PROMOTION-ATTENTE-DEB.

           MOVE "N" TO WS-FIN-LECTURE.
           MOVE 0 TO WS-MAX-ATT.
           MOVE 0 TO WS-NB-PROMUES.
           SET WS-ATT-MODIFIEE-N TO TRUE.

           OPEN INPUT FICHIER-ATTENTE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ATTENTE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-ATT < WS-CAPACITE-ATT
                           ADD 1 TO WS-MAX-ATT
                           MOVE F-ATT-STATION
                             TO WS-ATT-STATION(WS-MAX-ATT)
                           MOVE F-ATT-HEURE
                             TO WS-ATT-HEURE(WS-MAX-ATT)
                           MOVE F-ATT-DATE
                             TO WS-ATT-DATE(WS-MAX-ATT)
                           MOVE F-ATT-PASSAGER
                             TO WS-ATT-PASSAGER(WS-MAX-ATT)
                           MOVE F-ATT-PLACES
                             TO WS-ATT-PLACES(WS-MAX-ATT)
                           MOVE F-ATT-HORODATAGE
                             TO WS-ATT-HORODATAGE(WS-MAX-ATT)
                           MOVE F-ATT-STATUT
                             TO WS-ATT-STATUT(WS-MAX-ATT)
                           MOVE F-ATT-CLASSE
                             TO WS-ATT-CLASSE(WS-MAX-ATT)
                           MOVE F-ATT-PREFERENCE
                             TO WS-ATT-PREFERENCE(WS-MAX-ATT)
                           MOVE F-ATT-MONTEE
                             TO WS-ATT-MONTEE(WS-MAX-ATT)
                           MOVE F-ATT-DESCENTE
                             TO WS-ATT-DESCENTE(WS-MAX-ATT)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           IF WS-MAX-ATT = 0
               GO TO 0580-PROMOTION-ATTENTE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-MAX-ATT

               IF WS-ATT-STATION(WS-IDX-ATT)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-ATT-HEURE(WS-IDX-ATT) = WS-SAISIE-HEURE
               AND WS-ATT-DATE(WS-IDX-ATT) = WS-SAISIE-DATE
               AND NOT WS-ATT-PROMUE(WS-IDX-ATT)
                   PERFORM 0590-PROMEUT-ENTREE-DEB
                      THRU 0590-PROMEUT-ENTREE-FIN
               END-IF

           END-PERFORM.

           IF WS-ATT-MODIFIEE-O
               PERFORM 0595-REECRITURE-ATTENTE-DEB
                  THRU 0595-REECRITURE-ATTENTE-FIN
               DISPLAY WS-NB-PROMUES " passager(s) promu(s) depuis "
                       "la liste d'attente, voir promotions.txt."
           END-IF.

           EXIT.

       0580-PROMOTION-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Promotion d'une entree si la capacite restante la couvre et,
      *sur un service a places numerotees, si des places de la classe
      *notee a l'inscription sont libres : la reservation ferme est
      *ajoutee avec ses places, l'entree marquee promue et le guichet
      *prevenu par la liste des rappels
       0590-PROMEUT-ENTREE-DEB.

      *Places comptees et prises sur le parcours note a l'inscription
           MOVE WS-ATT-MONTEE(WS-IDX-ATT) TO WS-LU-MONTEE.
           MOVE WS-ATT-DESCENTE(WS-IDX-ATT) TO WS-LU-DESCENTE.

           PERFORM 0296-RANGS-RESA-DEB
              THRU 0296-RANGS-RESA-FIN.

           MOVE WS-RANG-RESA-M TO WS-RANG-MONTEE.
           MOVE WS-RANG-RESA-D TO WS-RANG-DESCENTE.
           MOVE WS-ARRET-GARE(WS-RANG-MONTEE + 1) TO WS-NOM-MONTEE.
           MOVE WS-ARRET-GARE(WS-RANG-DESCENTE + 1) TO WS-NOM-DESCENTE.

           PERFORM 0290-PLAN-SERVICE-DEB
              THRU 0290-PLAN-SERVICE-FIN.

           PERFORM 0270-CUMUL-PLACES-DEB
              THRU 0270-CUMUL-PLACES-FIN.

           IF WS-PLACES-VENDUES + WS-ATT-PLACES(WS-IDX-ATT)
              > WS-CAPACITE-SERVICE
               GO TO 0590-PROMEUT-ENTREE-FIN
           END-IF.

           MOVE SPACES TO WS-SIEGES-ATTRIBUES.
           MOVE SPACES TO WS-LISTE-SIEGES.

           IF WS-PLAN-SIEGES-O
               IF WS-ATT-PLACES(WS-IDX-ATT) > WS-MAX-PLACES-NUMEROTEES
                   GO TO 0590-PROMEUT-ENTREE-FIN
               END-IF
               MOVE WS-ATT-CLASSE(WS-IDX-ATT) TO WS-SAISIE-CLASSE
               IF WS-SAISIE-CLASSE = SPACE
                   MOVE "2" TO WS-SAISIE-CLASSE
               END-IF
               MOVE WS-ATT-PREFERENCE(WS-IDX-ATT)
                 TO WS-SAISIE-PREFERENCE
               MOVE WS-ATT-PLACES(WS-IDX-ATT) TO WS-PLACES-DEMANDEES
               MOVE WS-ATT-PASSAGER(WS-IDX-ATT) TO WS-NOM-OCCUPANT
               PERFORM 0280-ATTRIBUE-SIEGES-DEB
                  THRU 0280-ATTRIBUE-SIEGES-FIN
               IF WS-ATTRIBUTION-KO
                   GO TO 0590-PROMEUT-ENTREE-FIN
               END-IF
               PERFORM 0289-LISTE-SIEGES-DEB
                  THRU 0289-LISTE-SIEGES-FIN
           END-IF.

           OPEN EXTEND FICHIER-RESA.

           MOVE SPACES TO F-RESA.
           MOVE WS-ATT-STATION(WS-IDX-ATT)  TO F-RESA-STATION.
           MOVE WS-ATT-HEURE(WS-IDX-ATT)    TO F-RESA-HEURE.
           MOVE WS-ATT-DATE(WS-IDX-ATT)     TO F-RESA-DATE.
           MOVE WS-ATT-PASSAGER(WS-IDX-ATT) TO F-RESA-PASSAGER.
           MOVE WS-ATT-PLACES(WS-IDX-ATT)   TO F-RESA-PLACES.
           MOVE "A"                         TO F-RESA-STATUT.
           MOVE WS-SIEGES-ATTRIBUES         TO F-RESA-SIEGES.
           MOVE WS-NOM-MONTEE               TO F-RESA-MONTEE.
           MOVE WS-NOM-DESCENTE             TO F-RESA-DESCENTE.

           PERFORM 0350-NUMERO-BILLET-DEB
              THRU 0350-NUMERO-BILLET-FIN.

           MOVE WS-NUMERO-BILLET            TO F-RESA-BILLET.
           MOVE F-RESA                      TO WS-RESA-EMISE.
           WRITE F-RESA.

           CLOSE FICHIER-RESA.

           PERFORM 0360-EDITE-BILLET-DEB
              THRU 0360-EDITE-BILLET-FIN.

           MOVE "P" TO WS-ATT-STATUT(WS-IDX-ATT).
           SET WS-ATT-MODIFIEE-O TO TRUE.
           ADD 1 TO WS-NB-PROMUES.

           OPEN EXTEND FICHIER-PROMOTIONS.

           MOVE SPACES TO F-LIGNE-PROMOTION.
           STRING WS-DATE-DU-JOUR " A RAPPELER : "
                   WS-ATT-PASSAGER(WS-IDX-ATT) " "
                   WS-ATT-STATION(WS-IDX-ATT) " "
                   WS-ATT-HEURE(WS-IDX-ATT) " le "
                   WS-ATT-DATE(WS-IDX-ATT) " "
                   WS-ATT-PLACES(WS-IDX-ATT) " place(s)"
               DELIMITED BY SIZE INTO F-LIGNE-PROMOTION.
           WRITE F-LIGNE-PROMOTION.

           MOVE SPACES TO F-LIGNE-PROMOTION.
           STRING "         billet " WS-NUMERO-BILLET
               DELIMITED BY SIZE INTO F-LIGNE-PROMOTION.
           WRITE F-LIGNE-PROMOTION.

           IF WS-LISTE-SIEGES NOT = SPACES
               MOVE SPACES TO F-LIGNE-PROMOTION
               STRING "         places : " WS-LISTE-SIEGES
                   DELIMITED BY SIZE INTO F-LIGNE-PROMOTION
               WRITE F-LIGNE-PROMOTION
           END-IF.

           CLOSE FICHIER-PROMOTIONS.

           EXIT.

       0590-PROMEUT-ENTREE-FIN.

      *-----------------------------------------------------------------

      *Reecriture de la liste d'attente avec les promues marquees
       0595-REECRITURE-ATTENTE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-ATTENTE
           END-CALL.

           OPEN OUTPUT FICHIER-ATTENTE.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-MAX-ATT

               MOVE SPACES TO F-ATTENTE
               MOVE WS-ATT-STATION(WS-IDX-ATT)  TO F-ATT-STATION
               MOVE WS-ATT-HEURE(WS-IDX-ATT)    TO F-ATT-HEURE
               MOVE WS-ATT-DATE(WS-IDX-ATT)     TO F-ATT-DATE
               MOVE WS-ATT-PASSAGER(WS-IDX-ATT) TO F-ATT-PASSAGER
               MOVE WS-ATT-PLACES(WS-IDX-ATT)   TO F-ATT-PLACES
               MOVE WS-ATT-HORODATAGE(WS-IDX-ATT)
                 TO F-ATT-HORODATAGE
               MOVE WS-ATT-STATUT(WS-IDX-ATT)   TO F-ATT-STATUT
               MOVE WS-ATT-CLASSE(WS-IDX-ATT)   TO F-ATT-CLASSE
               MOVE WS-ATT-PREFERENCE(WS-IDX-ATT)
                 TO F-ATT-PREFERENCE
               MOVE WS-ATT-MONTEE(WS-IDX-ATT)   TO F-ATT-MONTEE
               MOVE WS-ATT-DESCENTE(WS-IDX-ATT) TO F-ATT-DESCENTE
               WRITE F-ATTENTE

           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           EXIT.

       0595-REECRITURE-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Plan des places du service et du jour demandes, voiture par
      *voiture et rang par rang : X = occupee, . = libre, le couloir
      *separe les deux cotes du rang
       0600-PLAN-PLACES-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0600-PLAN-PLACES-FIN
           END-IF.

           PERFORM 0290-PLAN-SERVICE-DEB
              THRU 0290-PLAN-SERVICE-FIN.

           IF WS-PLAN-SIEGES-N
               DISPLAY "Categorie " WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                       " sans plan de voitures, places non "
                       "numerotees."
               GO TO 0600-PLAN-PLACES-FIN
           END-IF.

           PERFORM 0270-CUMUL-PLACES-DEB
              THRU 0270-CUMUL-PLACES-FIN.

           OPEN OUTPUT FICHIER-PLAN.

           MOVE SPACES TO F-LIGNE-PLAN.
           STRING "PLAN DES PLACES - "
                   WS-STATION-DEPART(WS-SERVICE-TROUVE)
                   " " WS-SAISIE-HEURE(1:2) ":" WS-SAISIE-HEURE(3:2)
                   " LE " WS-SAISIE-DATE
               DELIMITED BY SIZE INTO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           MOVE SPACES TO F-LIGNE-PLAN.
           STRING "X = occupee, . = libre, | = couloir, "
                   "bout de rang = fenetre"
               DELIMITED BY SIZE INTO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           MOVE 0 TO WS-TOT-LIBRES.
           MOVE 0 TO WS-TOT-OCCUPEES.

           PERFORM VARYING WS-IDX-VSE FROM 1 BY 1
                   UNTIL WS-IDX-VSE > WS-NB-VSE

               MOVE WS-VSE-VOI(WS-IDX-VSE) TO WS-IDX-VOI
               MOVE WS-VSE-BASE(WS-IDX-VSE) TO WS-BASE-SIEGE
               PERFORM 0620-PLAN-VOITURE-DEB
                  THRU 0620-PLAN-VOITURE-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           MOVE SPACES TO F-LIGNE-PLAN.
           STRING "TOTAL : " WS-TOT-OCCUPEES " place(s) occupee(s), "
                   WS-TOT-LIBRES " libre(s)"
               DELIMITED BY SIZE INTO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

      *Reservations anterieures a la numerotation et places tenues
      *par les groupes : places prises sans numero
           IF WS-PLACES-VENDUES > WS-TOT-OCCUPEES
               COMPUTE WS-NON-NUMEROTEES =
                   WS-PLACES-VENDUES - WS-TOT-OCCUPEES
               MOVE SPACES TO F-LIGNE-PLAN
               STRING "Dont a retirer des libres : "
                       WS-NON-NUMEROTEES
                       " place(s) vendue(s) ou tenue(s) sans numero"
                   DELIMITED BY SIZE INTO F-LIGNE-PLAN
               WRITE F-LIGNE-PLAN
           END-IF.

           CLOSE FICHIER-PLAN.

           DISPLAY "Plan des places ecrit : " WS-TOT-OCCUPEES
                   " occupee(s), " WS-TOT-LIBRES " libre(s).".

           EXIT.

       0600-PLAN-PLACES-FIN.

      *-----------------------------------------------------------------

      *Une voiture : en-tete, un rang par ligne, decompte
       0620-PLAN-VOITURE-DEB.

           IF WS-VOI-CLASSE(WS-IDX-VOI) = "1"
               MOVE "1re classe" TO WS-LIB-CLASSE
           ELSE
               MOVE "2e classe" TO WS-LIB-CLASSE
           END-IF.

           MOVE SPACES TO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           MOVE SPACES TO F-LIGNE-PLAN.
           STRING "VOITURE " WS-VSE-NUMERO(WS-IDX-VSE) " - "
                   WS-LIB-CLASSE " - " WS-VSE-PLACES(WS-IDX-VSE)
                   " places"
               DELIMITED BY SIZE INTO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           MOVE 0 TO WS-VOI-LIBRES.
           MOVE 0 TO WS-VOI-OCCUPEES.

      *Cote gauche du rang : la moitie des places, arrondie en-dessous
           COMPUTE WS-GAUCHE = WS-VOI-PAR-RANG(WS-IDX-VOI) / 2.

           MOVE 0 TO WS-POS-RANG.
           MOVE 0 TO WS-RANG.

           PERFORM VARYING WS-NUM-PLACE FROM 1 BY 1
                   UNTIL WS-NUM-PLACE > WS-VSE-PLACES(WS-IDX-VSE)

               IF WS-POS-RANG = 0
                   ADD 1 TO WS-RANG
                   MOVE SPACES TO F-LIGNE-PLAN
                   MOVE 1 TO WS-PTR-PLAN
                   STRING "  rang " WS-RANG " "
                       DELIMITED BY SIZE
                       INTO F-LIGNE-PLAN
                       WITH POINTER WS-PTR-PLAN
               END-IF

               IF WS-POS-RANG = WS-GAUCHE
               AND WS-GAUCHE > 0
                   STRING " |"
                       DELIMITED BY SIZE
                       INTO F-LIGNE-PLAN
                       WITH POINTER WS-PTR-PLAN
               END-IF

               COMPUTE WS-IDX-SIE = WS-BASE-SIEGE + WS-NUM-PLACE

               IF WS-SIE-OCCUPANT(WS-IDX-SIE) = SPACES
                   MOVE "." TO WS-ETAT-SIEGE
                   ADD 1 TO WS-VOI-LIBRES
               ELSE
                   MOVE "X" TO WS-ETAT-SIEGE
                   ADD 1 TO WS-VOI-OCCUPEES
               END-IF

               STRING " " WS-SIE-NUMERO(WS-IDX-SIE) WS-ETAT-SIEGE
                   DELIMITED BY SIZE
                   INTO F-LIGNE-PLAN
                   WITH POINTER WS-PTR-PLAN

               ADD 1 TO WS-POS-RANG

               IF WS-POS-RANG = WS-VOI-PAR-RANG(WS-IDX-VOI)
               OR WS-NUM-PLACE = WS-VSE-PLACES(WS-IDX-VSE)
                   WRITE F-LIGNE-PLAN
                   MOVE 0 TO WS-POS-RANG
               END-IF

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-PLAN.
           STRING "  occupees " WS-VOI-OCCUPEES
                   ", libres " WS-VOI-LIBRES
               DELIMITED BY SIZE INTO F-LIGNE-PLAN.
           WRITE F-LIGNE-PLAN.

           ADD WS-VOI-LIBRES TO WS-TOT-LIBRES.
           ADD WS-VOI-OCCUPEES TO WS-TOT-OCCUPEES.

           EXIT.

       0620-PLAN-VOITURE-FIN.

      *-----------------------------------------------------------------

      *Option de groupe : le groupe tient des places sur un service et
      *une date jusqu'a sa date de levee d'option, dans la limite de
      *la capacite restante (pas de liste d'attente pour un groupe)
       0700-OPTION-GROUPE-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           MOVE 1 TO WS-DATUTIL-RESULTAT.

           IF WS-SAISIE-DATE IS NUMERIC
               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-DATUTIL-RESULTAT NOT = 0
           OR WS-SAISIE-DATE < WS-DATE-DU-JOUR
               DISPLAY "Date de voyage invalide ou passee : "
                       WS-SAISIE-DATE
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           PERFORM 0260-CONTROLE-SUPPRESSION-DEB
              THRU 0260-CONTROLE-SUPPRESSION-FIN.

           IF WS-SUPPRIME-O
               DISPLAY "Service SUPPRIME le " WS-SAISIE-DATE
                       ", option refusee."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           PERFORM 0262-CONTROLE-CIRCULATION-DEB
              THRU 0262-CONTROLE-CIRCULATION-FIN.

           IF WS-CIRCULE-N
               DISPLAY "Le service ne roule pas ce jour-la, "
                       "option refusee."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           DISPLAY "Nom du groupe : ".
           ACCEPT WS-SAISIE-GROUPE.

           IF WS-SAISIE-GROUPE = SPACES
               DISPLAY "Nom du groupe obligatoire."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           PERFORM 0710-CHARGE-GROUPES-DEB
              THRU 0710-CHARGE-GROUPES-FIN.

           PERFORM 0715-CHERCHE-GROUPE-DEB
              THRU 0715-CHERCHE-GROUPE-FIN.

           IF WS-GRP-TROUVE > 0
               DISPLAY "Option deja posee pour ce groupe sur ce "
                       "service et cette date."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           DISPLAY "Nombre de places tenues : ".
           ACCEPT WS-SAISIE-PLACES.

           IF WS-SAISIE-PLACES = 0
               DISPLAY "Nombre de places invalide."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

      *Levee d'option proposee 14 jours avant le depart, au plus tot
      *aujourd'hui
           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1.
           MOVE -14 TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           IF WS-DATUTIL-DATE-2 < WS-DATE-DU-JOUR
               MOVE WS-DATE-DU-JOUR TO WS-DATUTIL-DATE-2
           END-IF.

           DISPLAY "Date de levee d'option (AAAAMMJJ, vide = "
                   WS-DATUTIL-DATE-2 ") : ".
           ACCEPT WS-SAISIE-ECHEANCE.

           IF WS-SAISIE-ECHEANCE = SPACES
               MOVE WS-DATUTIL-DATE-2 TO WS-SAISIE-ECHEANCE
           END-IF.

           MOVE 1 TO WS-DATUTIL-RESULTAT.

           IF WS-SAISIE-ECHEANCE IS NUMERIC
               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-ECHEANCE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-DATUTIL-RESULTAT NOT = 0
           OR WS-SAISIE-ECHEANCE < WS-DATE-DU-JOUR
           OR WS-SAISIE-ECHEANCE > WS-SAISIE-DATE
               DISPLAY "Date de levee d'option invalide (entre "
                       "aujourd'hui et la date de voyage)."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

      *Capacite restante sur tout le parcours du service
           PERFORM 0290-PLAN-SERVICE-DEB
              THRU 0290-PLAN-SERVICE-FIN.

           PERFORM 0270-CUMUL-PLACES-DEB
              THRU 0270-CUMUL-PLACES-FIN.

           IF WS-PLACES-VENDUES + WS-SAISIE-PLACES
              > WS-CAPACITE-SERVICE
               DISPLAY "Refus : " WS-PLACES-VENDUES " place(s) deja "
                       "prise(s) sur " WS-CAPACITE-SERVICE "."
               GO TO 0700-OPTION-GROUPE-FIN
           END-IF.

           OPEN EXTEND FICHIER-GROUPES.

           MOVE SPACES TO F-GROUPE.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO F-GRP-STATION.
           MOVE WS-SAISIE-HEURE    TO F-GRP-HEURE.
           MOVE WS-SAISIE-DATE     TO F-GRP-DATE.
           MOVE WS-SAISIE-GROUPE   TO F-GRP-NOM.
           MOVE WS-SAISIE-PLACES   TO F-GRP-PLACES.
           MOVE WS-SAISIE-PLACES   TO F-GRP-DEMANDEES.
           MOVE WS-SAISIE-ECHEANCE TO F-GRP-ECHEANCE.
           MOVE "O"                TO F-GRP-STATUT.
           MOVE WS-DATE-DU-JOUR    TO F-GRP-CREATION.
           WRITE F-GROUPE.

           CLOSE FICHIER-GROUPES.

           DISPLAY "Option posee : " WS-SAISIE-PLACES " place(s) "
                   "tenue(s) jusqu'au " WS-SAISIE-ECHEANCE ".".

           EXIT.

       0700-OPTION-GROUPE-FIN.

      *-----------------------------------------------------------------

       0710-CHARGE-GROUPES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.
           MOVE 0 TO WS-MAX-GRP.

           OPEN INPUT FICHIER-GROUPES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-GROUPES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-GRP < WS-CAPACITE-GRP
                           ADD 1 TO WS-MAX-GRP
                           MOVE F-GRP-STATION
                             TO WS-GRP-STATION(WS-MAX-GRP)
                           MOVE F-GRP-HEURE
                             TO WS-GRP-HEURE(WS-MAX-GRP)
                           MOVE F-GRP-DATE
                             TO WS-GRP-DATE(WS-MAX-GRP)
                           MOVE F-GRP-NOM
                             TO WS-GRP-NOM(WS-MAX-GRP)
                           MOVE F-GRP-PLACES
                             TO WS-GRP-PLACES(WS-MAX-GRP)
                           MOVE F-GRP-DEMANDEES
                             TO WS-GRP-DEMANDEES(WS-MAX-GRP)
                           MOVE F-GRP-ECHEANCE
                             TO WS-GRP-ECHEANCE(WS-MAX-GRP)
                           MOVE F-GRP-STATUT
                             TO WS-GRP-STATUT(WS-MAX-GRP)
                           MOVE F-GRP-CREATION
                             TO WS-GRP-CREATION(WS-MAX-GRP)
                           MOVE 0 TO WS-GRP-RENDUES(WS-MAX-GRP)
                       ELSE
                           DISPLAY "Attention : options de groupe "
                               "tronquees (" WS-CAPACITE-GRP ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-GROUPES.

           EXIT.

       0710-CHARGE-GROUPES-FIN.

      *-----------------------------------------------------------------

      *Groupe WS-SAISIE-GROUPE du service et de la date saisis (nom
      *compare sans tenir compte des majuscules) ; 0 si absent
       0715-CHERCHE-GROUPE-DEB.

           MOVE 0 TO WS-GRP-TROUVE.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-GRP

               IF WS-GRP-STATION(WS-IDX-GRP)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-GRP-HEURE(WS-IDX-GRP) = WS-SAISIE-HEURE
               AND WS-GRP-DATE(WS-IDX-GRP) = WS-SAISIE-DATE
               AND FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-GRP-NOM(WS-IDX-GRP)))
                  = FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-SAISIE-GROUPE))
                   MOVE WS-IDX-GRP TO WS-GRP-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0715-CHERCHE-GROUPE-FIN.

      *-----------------------------------------------------------------

      *Membres deja nommes du groupe WS-GRP-TROUVE
       0720-COMPTE-NOMS-DEB.

           MOVE 0 TO WS-NB-NOMS.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-GROUPES-NOMS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-GROUPES-NOMS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-GNO-STATION = WS-GRP-STATION(WS-GRP-TROUVE)
                       AND F-GNO-HEURE = WS-GRP-HEURE(WS-GRP-TROUVE)
                       AND F-GNO-DATE = WS-GRP-DATE(WS-GRP-TROUVE)
                       AND F-GNO-GROUPE = WS-GRP-NOM(WS-GRP-TROUVE)
                           ADD 1 TO WS-NB-NOMS
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-GROUPES-NOMS.

           EXIT.

       0720-COMPTE-NOMS-FIN.

      *-----------------------------------------------------------------

      *Reecriture complete des options de groupe
       0730-REECRITURE-GROUPES-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-GROUPES
           END-CALL.

           OPEN OUTPUT FICHIER-GROUPES.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-GRP

               MOVE SPACES TO F-GROUPE
               MOVE WS-GRP-STATION(WS-IDX-GRP)   TO F-GRP-STATION
               MOVE WS-GRP-HEURE(WS-IDX-GRP)     TO F-GRP-HEURE
               MOVE WS-GRP-DATE(WS-IDX-GRP)      TO F-GRP-DATE
               MOVE WS-GRP-NOM(WS-IDX-GRP)       TO F-GRP-NOM
               MOVE WS-GRP-PLACES(WS-IDX-GRP)    TO F-GRP-PLACES
               MOVE WS-GRP-DEMANDEES(WS-IDX-GRP) TO F-GRP-DEMANDEES
               MOVE WS-GRP-ECHEANCE(WS-IDX-GRP)  TO F-GRP-ECHEANCE
               MOVE WS-GRP-STATUT(WS-IDX-GRP)    TO F-GRP-STATUT
               MOVE WS-GRP-CREATION(WS-IDX-GRP)  TO F-GRP-CREATION
               WRITE F-GROUPE

           END-PERFORM.

           CLOSE FICHIER-GROUPES.

           EXIT.

       0730-REECRITURE-GROUPES-FIN.

      *-----------------------------------------------------------------

      *Liste nominative : les membres du groupe sont ajoutes un par un
      *dans la limite des places tenues
       0740-LISTE-NOMINATIVE-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0740-LISTE-NOMINATIVE-FIN
           END-IF.

           DISPLAY "Nom du groupe : ".
           ACCEPT WS-SAISIE-GROUPE.

           PERFORM 0710-CHARGE-GROUPES-DEB
              THRU 0710-CHARGE-GROUPES-FIN.

           PERFORM 0715-CHERCHE-GROUPE-DEB
              THRU 0715-CHERCHE-GROUPE-FIN.

           IF WS-GRP-TROUVE = 0
               DISPLAY "Groupe inconnu sur ce service et cette date."
               GO TO 0740-LISTE-NOMINATIVE-FIN
           END-IF.

           PERFORM 0720-COMPTE-NOMS-DEB
              THRU 0720-COMPTE-NOMS-FIN.

           DISPLAY WS-NB-NOMS " membre(s) deja nomme(s) sur "
                   WS-GRP-PLACES(WS-GRP-TROUVE) " place(s) tenue(s).".

           MOVE "X" TO WS-SAISIE-PASSAGER.

           OPEN EXTEND FICHIER-GROUPES-NOMS.

           PERFORM 0745-SAISIE-MEMBRE-DEB
              THRU 0745-SAISIE-MEMBRE-FIN
              UNTIL WS-SAISIE-PASSAGER = SPACES.

           CLOSE FICHIER-GROUPES-NOMS.

           DISPLAY "Liste nominative : " WS-NB-NOMS " membre(s) sur "
                   WS-GRP-PLACES(WS-GRP-TROUVE) " place(s).".

           EXIT.

       0740-LISTE-NOMINATIVE-FIN.

      *-----------------------------------------------------------------

      *Un membre ; vide = fin de la liste
       0745-SAISIE-MEMBRE-DEB.

           IF WS-NB-NOMS >= WS-GRP-PLACES(WS-GRP-TROUVE)
               DISPLAY "Toutes les places tenues sont nommees."
               MOVE SPACES TO WS-SAISIE-PASSAGER
               GO TO 0745-SAISIE-MEMBRE-FIN
           END-IF.

           DISPLAY "Nom du membre (vide = fin de la liste) : ".
           ACCEPT WS-SAISIE-PASSAGER.

           IF WS-SAISIE-PASSAGER = SPACES
               GO TO 0745-SAISIE-MEMBRE-FIN
           END-IF.

           MOVE SPACES TO F-GROUPE-NOM.
           MOVE WS-GRP-STATION(WS-GRP-TROUVE) TO F-GNO-STATION.
           MOVE WS-GRP-HEURE(WS-GRP-TROUVE)   TO F-GNO-HEURE.
           MOVE WS-GRP-DATE(WS-GRP-TROUVE)    TO F-GNO-DATE.
           MOVE WS-GRP-NOM(WS-GRP-TROUVE)     TO F-GNO-GROUPE.
           MOVE WS-SAISIE-PASSAGER            TO F-GNO-PASSAGER.
           WRITE F-GROUPE-NOM.

           ADD 1 TO WS-NB-NOMS.

           EXIT.

       0745-SAISIE-MEMBRE-FIN.

      *-----------------------------------------------------------------

      *Facture du groupe : places tenues au tarif groupe, prix du
      *billet sur tout le parcours diminue de la remise groupe de la
      *categorie
       0750-FACTURE-GROUPE-DEB.

           PERFORM 0250-SAISIE-SERVICE-DEB
              THRU 0250-SAISIE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0750-FACTURE-GROUPE-FIN
           END-IF.

           DISPLAY "Nom du groupe : ".
           ACCEPT WS-SAISIE-GROUPE.

           PERFORM 0710-CHARGE-GROUPES-DEB
              THRU 0710-CHARGE-GROUPES-FIN.

           PERFORM 0715-CHERCHE-GROUPE-DEB
              THRU 0715-CHERCHE-GROUPE-FIN.

           IF WS-GRP-TROUVE = 0
               DISPLAY "Groupe inconnu sur ce service et cette date."
               GO TO 0750-FACTURE-GROUPE-FIN
           END-IF.

           MOVE 0 TO WS-TARIF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS

               IF WS-TARIF-CATEGORIE(WS-IDX)
                  = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   MOVE WS-IDX TO WS-TARIF-TROUVE
               END-IF

           END-PERFORM.

           IF WS-TARIF-TROUVE = 0
               DISPLAY "Categorie sans bareme, facture impossible."
               GO TO 0750-FACTURE-GROUPE-FIN
           END-IF.

           MOVE WS-PCT-GROUPE-DEFAUT TO WS-PCT-GROUPE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS-GRP

               IF WS-TGR-CATEGORIE(WS-IDX)
                  = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   MOVE WS-TGR-PCT(WS-IDX) TO WS-PCT-GROUPE
               END-IF

           END-PERFORM.

           PERFORM 0298-ARRETS-PARCOURS-DEB
              THRU 0298-ARRETS-PARCOURS-FIN.

           COMPUTE WS-PRIX-PLACE =
               WS-TARIF-BASE(WS-TARIF-TROUVE)
               + WS-ARRETS-PARCOURS
               * WS-TARIF-SUPPLEMENT(WS-TARIF-TROUVE).

           COMPUTE WS-PRIX-GROUPE ROUNDED =
               WS-PRIX-PLACE - WS-PRIX-PLACE * WS-PCT-GROUPE / 100.

           COMPUTE WS-MONTANT-GROUPE =
               WS-PRIX-GROUPE * WS-GRP-PLACES(WS-GRP-TROUVE).

           PERFORM 0720-COMPTE-NOMS-DEB
              THRU 0720-COMPTE-NOMS-FIN.

           MOVE WS-PRIX-PLACE TO WS-PRIX-PLACE-ED.
           MOVE WS-PRIX-GROUPE TO WS-PRIX-GROUPE-ED.
           MOVE WS-MONTANT-GROUPE TO WS-MONTANT-GROUPE-ED.

           OPEN EXTEND FICHIER-FACTURES.

           MOVE SPACES TO F-LIGNE-FACTURE.
           STRING "FACTURE GROUPE du " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           STRING "Groupe     : " WS-GRP-NOM(WS-GRP-TROUVE)
               DELIMITED BY SIZE INTO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           STRING "Service    : " WS-GRP-STATION(WS-GRP-TROUVE) " "
                   WS-GRP-HEURE(WS-GRP-TROUVE)(1:2) ":"
                   WS-GRP-HEURE(WS-GRP-TROUVE)(3:2) " le "
                   WS-GRP-DATE(WS-GRP-TROUVE) " "
                   WS-RECORD-TYPE(WS-SERVICE-TROUVE)
               DELIMITED BY SIZE INTO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           IF WS-GRP-LIBEREE(WS-GRP-TROUVE)
               STRING "Places     : " WS-GRP-PLACES(WS-GRP-TROUVE)
                       " tenue(s), " WS-NB-NOMS " nommee(s), "
                       "option levee"
                   DELIMITED BY SIZE INTO F-LIGNE-FACTURE
           ELSE
               STRING "Places     : " WS-GRP-PLACES(WS-GRP-TROUVE)
                       " tenue(s), " WS-NB-NOMS " nommee(s), "
                       "option au " WS-GRP-ECHEANCE(WS-GRP-TROUVE)
                   DELIMITED BY SIZE INTO F-LIGNE-FACTURE
           END-IF.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           STRING "Tarif      : " WS-PRIX-PLACE-ED
                   " par place, remise groupe " WS-PCT-GROUPE
                   " % : " WS-PRIX-GROUPE-ED
               DELIMITED BY SIZE INTO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           STRING "Montant du : " WS-MONTANT-GROUPE-ED
               DELIMITED BY SIZE INTO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           MOVE SPACES TO F-LIGNE-FACTURE.
           WRITE F-LIGNE-FACTURE.

           CLOSE FICHIER-FACTURES.

           DISPLAY "Facture du groupe : " WS-MONTANT-GROUPE-ED
                   " pour " WS-GRP-PLACES(WS-GRP-TROUVE)
                   " place(s), voir factures-groupes.txt.".

           EXIT.

       0750-FACTURE-GROUPE-FIN.

      *-----------------------------------------------------------------

      *Liberation des options echues (date de levee atteinte) : les
      *places tenues sont ramenees aux membres nommes, l'option est
      *marquee levee, puis les places rendues sont proposees a la
      *liste d'attente du service et de la date
       0760-LIBERATION-OPTIONS-DEB.

           PERFORM 0710-CHARGE-GROUPES-DEB
              THRU 0710-CHARGE-GROUPES-FIN.

           MOVE 0 TO WS-NB-LIBEREES.
           MOVE 0 TO WS-PLACES-RENDUES.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-GRP

               IF WS-GRP-OPTION(WS-IDX-GRP)
               AND WS-GRP-ECHEANCE(WS-IDX-GRP) <= WS-DATE-DU-JOUR
                   MOVE WS-IDX-GRP TO WS-GRP-TROUVE
                   PERFORM 0720-COMPTE-NOMS-DEB
                      THRU 0720-COMPTE-NOMS-FIN
                   IF WS-NB-NOMS < WS-GRP-PLACES(WS-IDX-GRP)
                       COMPUTE WS-GRP-RENDUES(WS-IDX-GRP) =
                           WS-GRP-PLACES(WS-IDX-GRP) - WS-NB-NOMS
                       MOVE WS-NB-NOMS TO WS-GRP-PLACES(WS-IDX-GRP)
                       ADD WS-GRP-RENDUES(WS-IDX-GRP)
                         TO WS-PLACES-RENDUES
                   END-IF
                   MOVE "L" TO WS-GRP-STATUT(WS-IDX-GRP)
                   ADD 1 TO WS-NB-LIBEREES
                   DISPLAY "Option levee : " WS-GRP-NOM(WS-IDX-GRP)
                           " " WS-GRP-STATION(WS-IDX-GRP) " "
                           WS-GRP-HEURE(WS-IDX-GRP) " le "
                           WS-GRP-DATE(WS-IDX-GRP) ", "
                           WS-GRP-RENDUES(WS-IDX-GRP)
                           " place(s) rendue(s)."
               END-IF

           END-PERFORM.

           IF WS-NB-LIBEREES = 0
               DISPLAY "Aucune option de groupe echue."
               GO TO 0760-LIBERATION-OPTIONS-FIN
           END-IF.

           PERFORM 0730-REECRITURE-GROUPES-DEB
              THRU 0730-REECRITURE-GROUPES-FIN.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-GRP

               IF WS-GRP-RENDUES(WS-IDX-GRP) > 0
                   PERFORM 0770-OFFRE-ATTENTE-DEB
                      THRU 0770-OFFRE-ATTENTE-FIN
               END-IF

           END-PERFORM.

           DISPLAY WS-NB-LIBEREES " option(s) levee(s), "
                   WS-PLACES-RENDUES " place(s) rendue(s) a la vente.".

           EXIT.

       0760-LIBERATION-OPTIONS-FIN.

      *-----------------------------------------------------------------

      *Places rendues par le groupe WS-IDX-GRP proposees a la liste
      *d'attente de son service, sauf service disparu de l'horaire ou
      *date de voyage passee
       0770-OFFRE-ATTENTE-DEB.

           MOVE 0 TO WS-SERVICE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               IF WS-STATION-DEPART(WS-IDX) = WS-GRP-STATION(WS-IDX-GRP)
               AND WS-TRAIN-TIME(WS-IDX) = WS-GRP-HEURE(WS-IDX-GRP)
                   MOVE WS-IDX TO WS-SERVICE-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SERVICE-TROUVE = 0
           OR WS-GRP-DATE(WS-IDX-GRP) < WS-DATE-DU-JOUR
               GO TO 0770-OFFRE-ATTENTE-FIN
           END-IF.

           MOVE WS-GRP-HEURE(WS-IDX-GRP) TO WS-SAISIE-HEURE.
           MOVE WS-GRP-DATE(WS-IDX-GRP) TO WS-SAISIE-DATE.

           PERFORM 0255-ARRETS-SERVICE-DEB
              THRU 0255-ARRETS-SERVICE-FIN.

           PERFORM 0580-PROMOTION-ATTENTE-DEB
              THRU 0580-PROMOTION-ATTENTE-FIN.

           EXIT.

       0770-OFFRE-ATTENTE-FIN.
