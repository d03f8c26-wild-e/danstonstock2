           select f-fichierCompteRenduTarif assign to "E:\Emma\DUGS\fichierCompteRenduTarif.txt"
           organization is line sequential.

      *    Le fichier facture est affecte dynamiquement a partir du
      *    referentiel FluxFactureEntrant (un chemin par fournisseur,
      *    parametre en base).
           select f-fichierFactureEntrant assign to CheminFichierFactureEntrant
           organization is line sequential
           file status is StatutFichierFactureEntrant.

           select f-fichierBonAPayer assign to "E:\Emma\DUGS\fichierBonAPayer.txt"
           organization is line sequential.
           select f-fichierLitigeFacture assign to "E:\Emma\DUGS\fichierLitigeFacture.txt"
           organization is line sequential.

           select f-fichierEtatStock assign to "E:\Emma\DUGS\fichierEtatStock.txt"
           organization is line sequential.
           select f-fichierCommandeStockBas assign to "E:\Emma\DUGS\fichierCommandeStockBas.txt"
           organization is line sequential.
           select f-fichierRetourFournisseur assign to "E:\Emma\DUGS\fichierRetourFournisseur.txt"
           organization is line sequential.
           select f-fichierMargeBrute assign to "E:\Emma\DUGS\fichierMargeBrute.txt"
           organization is line sequential.
           select f-fichierProjectionStock assign to "E:\Emma\DUGS\fichierProjectionStock.txt"
           organization is line sequential.
           select f-fichierScoreFournisseur assign to "E:\Emma\DUGS\fichierScoreFournisseur.txt"
           organization is line sequential.

      *    Les mouvements archives par la cloture periodique sont
      *    conserves dans un fichier cumulatif.
       01 e-fichierTarifEntrant pic x(255).
       fd f-fichierCompteRenduTarif record varying from 0 to 255.
       01 e-fichierCompteRenduTarif pic x(255).
       fd f-fichierFactureEntrant record varying from 0 to 255.
       01 e-fichierFactureEntrant pic x(255).
       fd f-fichierBonAPayer record varying from 0 to 255.
       01 e-fichierBonAPayer pic x(255).
       fd f-fichierLitigeFacture record varying from 0 to 255.
       01 e-fichierLitigeFacture pic x(255).

       fd f-fichierEtatStock record varying from 0 to 255.
       01 e-fichierEtatStock pic x(255).
       01 e-fichierArchiveMouvement pic x(255).
       fd f-fichierRetourFournisseur record varying from 0 to 255.
       01 e-fichierRetourFournisseur pic x(255).
       fd f-fichierMargeBrute record varying from 0 to 255.
       01 e-fichierMargeBrute pic x(255).
       fd f-fichierProjectionStock record varying from 0 to 255.
       01 e-fichierProjectionStock pic x(255).
       fd f-fichierScoreFournisseur record varying from 0 to 255.
       01 e-fichierScoreFournisseur pic x(255).


       working-storage section.
       77 ModeTraitementLot pic x value "N".
       77 EOTL pic 9.

      *    Chaine de nuit parametrable (table EtapeChaineNuit : ordre,
      *    activation, jours d'execution lundi..dimanche en O/N, conduite
      *    a tenir en cas d'echec CONTINUER/ARRETER). Chaque lancement
      *    est trace dans ChaineNuit, chaque etape dans EtapeExecutionNuit
      *    (statut, heures de debut et de fin, nombre d'enregistrements).
      *    Une chaine interrompue ou arretee dans la nuit en cours est
      *    reprise a sa premiere etape non terminee ; celle d'une nuit
      *    precedente est close et une nouvelle chaine est ouverte. Sans
      *    suivi en base (ecriture impossible), aucune etape n'est lancee.
       77 EOEN pic 9.
       77 IdChaineNuit pic 9(9).
       77 StatutChaineNuit pic x(10).
       77 RepriseChaineEnCours pic 9.
       77 ArretChaineNuit pic 9.
       77 EchecEtapeChaine pic 9.
       77 NoJourSemaine pic 9.
       77 StatutEtapeChaine pic x(13).
       77 MessageEtapeChaine pic x(80).
       77 NbEnregistrementsEtape pic 9(7).
       77 VerifEtapeChaine pic 9(5).
       77 NbFichiersTarifIntegres pic 9(5).
       77 NbFichiersTarifEchoues pic 9(5).
       77 NbTarifsLot pic 9(7).
       77 FichierTarifSansObjet pic 9.
      *    Compteurs edites (sans zeros de tete) pour les messages
      *    d'operateur et du journal.
       77 CompteurEdite pic ZZZZ9.
       77 CompteurEdite2 pic ZZZZ9.
       77 DebutCompteurEdite pic 9.
       77 DebutCompteurEdite2 pic 9.
       77 ErreurComparaisonStock pic 9.
       77 CodeEtapeCourante pic x(10).
       77 OrdreEtapeCourante pic 9(3).
       77 StatutEtapePrecedent pic x(13).
       77 ChaineNuitRecente pic 9.
       77 ClotureChainePrecedente pic 9.
       77 ErreurSuiviChaine pic 9.

       01 TableEtapesChaine.
         05 NbEtapesChaine pic 9(2).
         05 IxEtapeChaine pic 9(2).
         05 EtapeChaine occurs 20.
           10 ec-code-etape pic x(10).
           10 ec-ordre pic 9(3).
           10 ec-actif pic 9.
           10 ec-jours pic x(7).
           10 ec-action-echec pic x(10).

       01 VueEtapeChaine.
         10 code_etape pic x(10).
         10 ordre pic 9(3).
         10 actif pic 9.
         10 jours_execution pic x(7).
         10 action_echec pic x(10).

      *    Liste des flux tarifaires actifs chargee en memoire avant
      *    l'import de nuit, comme pour les flux de commandes.
       01 TableFluxTarifLot.
         05 NbFluxTarifLot pic 9(2).
         05 IxFluxTarifLot pic 9(2).
         05 FluxTarifLot occurs 99.
           10 ft-no-fichier pic 9(2).

      *    Liste des flux actifs chargee en memoire avant le lot, pour ne
      *    pas garder de curseur ouvert pendant l'integration des fichiers.
       01 TableFluxLot.
           10 fc-no-fichier pic 9(2).
           10 fc-chemin pic x(100).

      *    Referentiel clients (table Client) : fiche client controlee a
      *    l'integration des commandes clients - un client inconnu ou
      *    BLOQUE fait rejeter le fichier - et reprise sur le bon de
      *    preparation (raison sociale et adresse de livraison).
       77 ChoixMenuClient pic X.
       77 ChoixFicheClient pic x.
       77 StatutClientSaisi pic x.
       77 CodeClientSaisi pic x(10).
       77 VerifClientPresent pic 9.
       77 IdClientAjoute pic 9(9).
       77 EOLC pic 9.
       77 EOFCL pic 9.
       77 NoLigneChoixClient pic 99.
       77 ResponseChoixClient pic x.

       01 ClientRecupere.
         10 id_client pic 9(9).
         10 code_client sql char (10).
         10 raison_sociale sql char-varying (50).
         10 adresse_livraison sql char-varying (50).
         10 cp sql char (5).
         10 ville sql char-varying (50).
         10 contact sql char-varying (50).
         10 tel sql char-varying (15).
         10 statut sql char-varying (6).

      *    Tarif de vente (table TarifVente) : un prix par article avec
      *    date d'effet, eventuellement specifique a un client (code
      *    client a blanc = tous clients). Le prix retenu et le PMP de
      *    l'article sont figes sur la ligne_commande_client a
      *    l'integration, pour l'etat de marge brute.
       77 PrixVenteApplique pic 9(7)v99.
       77 PmpSortieClient pic 9(7)v99.
       77 PrixVenteCourant pic 9(7)v99.
       77 DateEffetTarifSaisie pic x(10).
       77 TarifVenteSaisieValide pic 9.
       77 EOTV pic 9.

       01 TarifVenteInput.
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 code_client sql char (10).
         10 raison_sociale pic x(50).
         10 prix_vente pic 9(7)v99.

       01 FicheClientInput.
         10 code_client sql char (10).
         10 raison_sociale sql char-varying (50).
         10 adresse_livraison sql char-varying (50).
         10 cp sql char (5).
         10 ville sql char-varying (50).
         10 contact sql char-varying (50).
         10 tel sql char-varying (15).
         10 statut sql char-varying (6).

      *    Edition du bon de preparation (une section par emplacement)
       01 VueBonPreparation.
         10 code_emplacement pic x(5).
           10 filler pic X(45).
           10 filler pic X(8) VALUE "Quantite".
         05 LigneBP6 pic X(111) VALUE ALL "-".
      *    Destinataire : adresse de livraison et contact de la fiche
      *    client, sous la ligne du numero de commande.
         05 LigneBP7.
           10 filler pic X.
           10 filler pic X(17) VALUE "Livrer a ...... :".
           10 filler pic X.
           10 bp-adresse pic x(50).
           10 filler pic X(2).
           10 bp-cp pic x(5).
           10 filler pic X.
           10 bp-ville pic x(34).
         05 LigneBP8.
           10 filler pic X.
           10 filler pic X(17) VALUE "Contact ....... :".
           10 filler pic X.
           10 bp-contact pic x(50).
           10 filler pic X(2).
           10 filler pic X(5) VALUE "Tel :".
           10 filler pic X.
           10 bp-tel pic x(15).

       01 LigneEmplacementBonPreparation.
         10 filler pic X.
         10 ma-ligne-cloture pic x(50).
         10 ma-ligne-retour pic x(50).
         10 ma-ligne-transfert pic x(50).
         10 ma-ligne-proposition pic x(50).
         10 ma-ligne-nomenclature pic x(50).
         10 ma-ligne-assemblage pic x(50).
         10 ma-ligne-qualite pic x(50).
         10 ma-ligne-blocage pic x(50).
         10 ma-ligne-ctrl-reception pic x(50).
         10 mf-ligne-ajout pic x(50).
         10 mf-ligne-modif pic x(50).
         10 mf-ligne-suppr pic x(50).
         10 mf-ligne-tarif pic x(50).
         10 mf-ligne-valtarif pic x(50).
         10 mf-ligne-facture pic x(50).
         10 mf-ligne-score pic x(50).
         10 mi-ligne-valider pic x(50).
         10 mc-ligne-fiche pic x(50).
         10 mc-ligne-tarif pic x(50).
         10 mc-ligne-marge pic x(50).
         10 mc-ligne-reservation pic x(50).
         10 ligne-choix-det-article pic x(63).
         10 ligne-choix-det-fourn pic x(53).

         10 quantite_stock pic 9(5).
         10 filler pic X(15).
         10 quantite_min pic 9(5).
         10 filler pic X(9).
         10 quantite_quarantaine pic 9(5).

       01 EnteteFichierEtatStock.
         05 ligne1.
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 Ligne4 pic X(120) VALUE ALL "-".
         05 Ligne5.
           10 filler pic X.
           10 filler pic X(12) VALUE "Code article".
           10 filler pic X(14) VALUE "Quantite stock".
           10 filler pic X(10).
           10 filler pic X(14) VALUE "Quantite min".
           10 filler pic X.
           10 filler pic X(11) VALUE "Quarantaine".
         05 Ligne6 pic X(120) VALUE ALL "-".

       01 PiedDePageFichierEtatStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 NbPage pic Z9.
         10 filler pic X.
         10 filler pic X(107) VALUE ALL "-".

       01 FinPiedDePageFichierEtatStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(14) VALUE "Fin traitement".
         10 filler pic X.
         10 filler pic X(100) VALUE ALL "-".

      *    Variables génération valorisation du stock

       77 EOVS pic 9.
       77 ValeurLigneValorisationStock pic 9(9)v99.
       77 TotalValorisationStock pic 9(9)v99.
       77 ValeurQuarantaineLigne pic 9(9)v99.

       01 VueValorisationArticle.
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 quantite_stock pic 9(5).
         10 prix_achat pic 9(7)v99.
         10 quantite_quarantaine pic 9(5).

       01 CorpsFichierValorisationStock.
         10 filler pic X.
         10 prix_achat pic zzzzz9.99.
         10 filler pic X(5).
         10 valeur_ligne pic zzzzzzz9.99.
         10 filler pic X(3).
         10 quantite_quarantaine pic 9(5).

       01 EnteteFichierValorisationStock.
         05 LigneVS1.
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 LigneVS4 pic X(126) VALUE ALL "-".
         05 LigneVS5.
           10 filler pic X.
           10 filler pic X(12) VALUE "Code article".
           10 filler pic X(10) VALUE "Prix moyen".
           10 filler pic X(5).
           10 filler pic X(6) VALUE "Valeur".
           10 filler pic X(6).
           10 filler pic X(11) VALUE "Quarantaine".
         05 LigneVS6 pic X(126) VALUE ALL "-".

       01 PiedDePageFichierValorisationStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 NbPage pic Z9.
         10 filler pic X.
         10 filler pic X(113) VALUE ALL "-".

       01 FinPiedDePageFichierValorisationStock.
         10 filler pic X(4) VALUE ALL "-".
         10 TotalAffiche pic zzzzzzz9.99.
         10 filler pic X(68) VALUE ALL "-".

       01 QuarantainePiedDePageValorisationStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(20) VALUE "dont en quarantaine".
         10 filler pic X.
         10 TotalQuarantaineAffiche pic zzzzzzz9.99.
         10 filler pic X(68) VALUE ALL "-".

      *    Variables suivi des livraisons fournisseur (rapport)

       01 CorpsFichierSuiviLivraison.

      *    Fichier de commande structure emis par fournisseur, au format
      *    attendu en entree par la reception des commandes (entete,
      *    lignes code_article,quantite_achat,unite_achat,quantite_stock,
      *    ligne de total nb_lignes,somme des quantites en unites
      *    d'achat).
       77 StatutFichierCommandeSortie pic XX.
       77 CheminFichierCommandeSortie pic x(100).
       77 EcritureCommandeSortie pic 9.
           10 libelle pic x(50).
           10 filler pic x(6).
           10 quantite pic x(5).
         05 filler pic x.
         05 filler pic x(7) value "unités".
         05 filler pic x.
         05 rs-conditionnement.
           10 rs-nb-conditionnements pic zzzz9.
           10 filler pic x.
           10 rs-unite-achat pic x(7).
           10 rs-signe-par pic x(2).
           10 rs-unites-par-conditionnement pic zzzz9.
         05 prix_unitaire pic zzzz9.99.
         05 prix_unitaire-texte redefines prix_unitaire pic x(8).
         05 filler pic x(5).
         10 statut pic x(20).
         10 quantite_reliquat pic 9(5).

      *  Variables validation des propositions de reapprovisionnement :
      *  la consultation du stock bas cree des propositions PROPOSEE,
      *  acceptees (VALIDEE), modifiees ou refusees (REFUSEE) par le
      *  responsable ; au-dela du plafond mensuel d'achat du fournisseur
      *  une proposition reste BLOQUEE tant qu'elle n'est pas validee
      *  explicitement. Seules les VALIDEE sont emises (bon imprime et
      *  fichier fournisseur) et passent EN ATTENTE.

       77 EOPR pic 9.
       77 EOEM pic 9.
       77 ChoixPropositionReappro pic x.
       77 ChoixPlafondReappro pic x.
       77 NbPropositionsCreees pic 9(5).
       77 IdPropositionReappro pic 9(9).
       77 IdFournisseurTraiteProposition pic 9(9).
       77 MontantPropositionReappro pic 9(9)v99.
       77 MontantEngageMois pic 9(11)v99.
       77 StatutValidationProposition pic x(10).
       77 QuantitePropositionSaisie pic 9(5).
       77 FournisseurPropositionSaisi pic 9(9).
       77 PrixPropositionSaisi pic 9(7)v99.
       77 VerifFournisseurProposition pic 9.

       01 VuePropositionReappro.
         10 id_commande_fournisseur pic 9(9).
         10 id_fournisseur pic 9(9).
         10 raison_sociale pic x(50).
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 quantite_stock pic 9(5).
         10 quantite pic 9(5).
         10 prix_unitaire pic 9(7)v99.
         10 statut pic x(20).
         10 plafond_mensuel pic 9(9)v99.

      *  Variables articles composes (kits) : nomenclature et ordres
      *  d'assemblage / desassemblage

       77 EONM pic 9.
       77 EOLK pic 9.
       77 EOMK pic 9.
       77 NoLigneComposantKit pic 99.
       77 ChoixNomenclature pic x.
       77 ChoixAssemblage pic x.
       77 ChoixConfirmationAssemblage pic x.
       77 SensAssemblage pic x.
       77 MotifAssemblage pic x(20).
       77 CodeKitCourant pic 9(5).
       77 LibelleKitCourant pic x(50).
       77 StockKitCourant pic 9(5).
       77 CodeComposantSaisi pic 9(5).
       77 LibelleComposantSaisi pic x(50).
       77 QuantiteComposantSaisie pic 9(5).
       77 VerifComposantKit pic 9(5).
       77 VerifComposantCompose pic 9(5).
       77 NbComposantsKit pic 9(5).
       77 NbComposantsManquants pic 9(5).
       77 QuantiteAssemblage pic 9(5).
       77 QuantiteAssemblable pic 9(7).
       77 QuantiteMouvementComposant pic 9(7).
       77 ErreurAssemblage pic 9.
       77 CoutUnitaireKit pic 9(7)v99.
       77 PmpKitAvant pic 9(7)v99.
       77 PmpKitNouveau pic 9(7)v99.
       77 EmplacementAssemblage pic x(5).
       77 NoLotAssemblage pic x(20).
       77 EcranComposantKit pic x.
       77 ResponseComposantKit pic x.

       01 VueComposantKit.
         10 code_composant pic 9(5).
         10 libelle pic x(50).
         10 quantite pic 9(5).
         10 quantite_stock pic 9(5).
         10 pmp pic 9(7)v99.

      *  Variables conditionnements d'achat : unite d'achat, nombre
      *  d'unites de stock par conditionnement et minimum de commande
      *  (en conditionnements) par couple article/fournisseur

       77 CodeArticleConditionnement pic 9(5).
       77 IdFournisseurConditionnement pic x(9).
       77 UniteAchatCourante pic x(10).
       77 UnitesParConditionnement pic 9(5).
       77 MinimumCommandeAchat pic 9(5).
       77 ErreurConditionnement pic 9.
       77 QuantiteConditionnements pic 9(7).
       77 ResteConditionnement pic 9(5).
       77 QuantiteArrondieAchat pic 9(7).
       77 UniteAchatSaisie pic x(10).
       77 UnitesParConditionnementSaisi pic 9(5).
       77 MinimumCommandeSaisi pic 9(5).
       77 VerifConditionnementAchat pic 9(5).
       77 QuantiteRetourSaisie pic 9(5).
       77 SaisieRetourValide pic 9.

      *  Variables quarantaine, controle qualite et blocage des lots

       77 EOQL pic 9.
       77 EOLT pic 9.
       77 IdLotCourant pic 9(9).
       77 NoLigneChoixLot pic 99.
       77 ResponseChoixLot pic x.
       77 ChoixControleQualite pic x.
       77 ChoixBlocageLot pic x.
       77 ChoixControleReception pic x.
       77 ChoixConfirmationLot pic x.
       77 ErreurControleQualite pic 9.
       77 StatutLotReception pic x(12).
       77 StatutLotCible pic x(12).
       77 MotifStatutLot pic x(20).
       77 VerifControleReception pic 9(5).
       77 ControleReceptionSaisi pic 9.
       77 LibelleControleReception pic x(50).
       77 QuantiteDisponibleClient pic s9(7).
       77 CodeArticleDisponible pic 9(5).
       77 QuantiteDisponibleSortie pic s9(7).
       77 QuantiteQuarantaineArticle pic 9(7).
       77 ValeurQuarantaineStock pic 9(9)v99.
       77 RetraitHorsLots pic 9 value 0.

       01 VueLotControle.
         10 id_lot pic 9(9).
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 no_lot pic x(20).
         10 date_peremption pic x(10).
         10 quantite_restante pic 9(7).
         10 statut pic x(12).
         10 motif_statut pic x(20).
         10 id_commande pic 9(9).
         10 id_fournisseur pic 9(9).
         10 raison_sociale pic x(50).
         10 date_reception pic x(10).
         10 perime pic 9.

      *  Variables projection de stock et disponible a promettre :
      *  une commande client a livrer apres aujourd'hui devient une
      *  reservation datee (ReservationClient), le stock ne sort qu'a
      *  l'echeance ; les commandes fournisseur en cours comptent a
      *  leur date de livraison promise

       77 LivraisonFutureClient pic 9.
       77 CodeArticleATP pic 9(5).
       77 DateATP pic x(10).
       77 DateATPValide pic 9.
       77 QuantiteATP pic s9(7).
       77 StockPhysiqueATP pic 9(7).
       77 StockDisponibleATP pic s9(7).
       77 EntreesAttenduesATP pic 9(7).
       77 SortiesReserveesATP pic 9(7).
       77 SoldeMinimumATP pic s9(7).
       77 ReserveUlterieureATP pic 9(7).
       77 EOPJ pic 9.
       77 IxSemaineProjection pic 9(2).
       77 NbSemainesProjection pic 9(2) value 8.
       77 BorneDebutSemaine pic s9(5).
       77 BorneFinSemaine pic s9(5).
       77 StockProjete pic s9(7).
       77 DateRupturePrevue pic x(10).
       77 noPageProjectionStock pic 999.
       77 nbArticlesPageProjection pic 99.
       77 MaxArticlesPageProjection pic 99 VALUE 4.
       77 NbArticlesProjetes pic 9(5).
       77 NbArticlesRupture pic 9(5).
       77 EORE pic 9.
       77 EORL pic 9.
       77 IdCommandeReservation pic 9(9).
       77 IdReservationCourante pic 9(9).
       77 ErreurSortieReservation pic 9.
       77 NbCommandesReservationSorties pic 9(5).
       77 NbCommandesReservationAttente pic 9(5).
      *    Bon de preparation ouvert une fois pour toute une serie de
      *    commandes (sortie des reservations) : chaque bon s'y ajoute.
       77 BonPreparationSerie pic 9 value 0.

       01 VueReservationClient.
         10 id_reservation pic 9(9).
         10 code_article pic 9(5).
         10 quantite pic 9(7).
         10 prix_vente pic 9(7)v99.

       01 VueProjectionArticle.
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 quantite_stock pic 9(5).
         10 quantite_disponible pic s9(7).
         10 quantite_min pic 9(5).

       01 VueSemaineProjection.
         10 date_fin_semaine pic x(10).
         10 entrees pic 9(7).
         10 sorties pic 9(7).

       01 CorpsArticleProjectionStock.
         10 filler pic X.
         10 pj-code-article pic 9(10).
         10 filler pic X(4).
         10 pj-libelle pic X(35).
         10 filler pic X(3).
         10 pj-physique pic ZZZZZZ9.
         10 filler pic X(4).
         10 pj-disponible pic -ZZZZZZ9.
         10 filler pic X(3).
         10 pj-minimum pic ZZZZ9.
         10 filler pic X(4).
         10 pj-rupture pic X(10).

       01 CorpsSemaineProjectionStock.
         10 filler pic X(6).
         10 filler pic X(8) VALUE "Semaine ".
         10 pj-no-semaine pic 9.
         10 filler pic X(3).
         10 filler pic X(3) VALUE "au ".
         10 pj-date-fin pic X(10).
         10 filler pic X(10).
         10 pj-entrees pic ZZZZZZ9.
         10 filler pic X(13).
         10 pj-sorties pic ZZZZZZ9.
         10 filler pic X(8).
         10 pj-projete pic -ZZZZZZ9.

       01 EnteteFichierProjectionStock.
         05 LignePJ1.
           10 filler pic X(33).
           10 filler pic X(34) VALUE "Projection du stock sur 8 semaines".
         05 LignePJ2 pic X.
         05 LignePJ3.
           10 filler pic X.
           10 filler pic X(6) VALUE "Date :".
           10 filler pic X.
           10 jour pic X(2).
           10 filler pic X VALUE "/".
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 LignePJ4 pic X(100) VALUE ALL "-".
         05 LignePJ5.
           10 filler pic X.
           10 filler pic X(14) VALUE "Code article".
           10 filler pic X(38) VALUE "Libelle".
           10 filler pic X(11) VALUE "Physique".
           10 filler pic X(11) VALUE "Disponible".
           10 filler pic X(9) VALUE "Minimum".
           10 filler pic X(12) VALUE "1ere rupture".
         05 LignePJ6.
           10 filler pic X(6).
           10 filler pic X(25) VALUE "Semaine".
           10 filler pic X(17) VALUE "Entrees attendues".
           10 filler pic X(3).
           10 filler pic X(17) VALUE "Sorties reservees".
           10 filler pic X(3).
           10 filler pic X(13) VALUE "Stock projete".
         05 LignePJ7 pic X(100) VALUE ALL "-".

       01 PiedDePageFichierProjectionStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(4) VALUE "Page".
         10 filler pic X.
         10 NbPage pic Z9.
         10 filler pic X.
         10 filler pic X(87) VALUE ALL "-".

       01 FinPiedDePageFichierProjectionStock.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(20) VALUE "Articles projetes :".
         10 filler pic X.
         10 pj-nb-articles pic ZZZZ9.
         10 filler pic X(3).
         10 filler pic X(18) VALUE "Rupture prevue :".
         10 filler pic X.
         10 pj-nb-ruptures pic ZZZZ9.
         10 filler pic X.
         10 filler pic X(41) VALUE ALL "-".

      *  Variables evaluation trimestrielle des fournisseurs (scorecard)
      *  Note sur 100 : service 40, retard 20, retours 20, avoirs 10,
      *  prix 10. En dessous du seuil, le reapprovisionnement prefere
      *  un autre fournisseur de l'article.

       77 EOSF pic 9.
       77 SeuilNoteFournisseur pic 9(3) value 50.
       77 TrimestreScoreSaisi pic x(6).
       77 TrimestreScoreValide pic 9.
       77 TrimestreScore pic 9.
       77 AnneeScore pic 9(4).
       77 TrimestrePrecedentScore pic 9.
       77 AnneePrecedenteScore pic 9(4).
       77 ErreurScoreFournisseur pic 9.
       77 NbFournisseursEvalues pic 9(5).
       77 TotalNotesEvaluees pic 9(7).
       77 NoteMoyenneEvaluee pic 9(3).
       77 TauxCalculeScore pic 9(7)v99.
       77 PointsNoteScore pic s9(5)v99.
       77 PointsComposanteScore pic s9(5)v99.
       77 EcartNoteScore pic s9(3).
       77 noPageScoreFournisseur pic 999.
       77 nbLigneScoreFournisseur pic 99.
       77 MaxLigneScoreFournisseur pic 99 VALUE 33.
       77 LibelleNoteFournisseur pic x(48).
       77 NoteFicheFournisseur pic 9(3).
       77 RangFicheFournisseur pic 9(5).
       77 TrimestreFicheFournisseur pic 9.
       77 AnneeFicheFournisseur pic 9(4).
       77 NoteFicheAffichee pic ZZ9.
       77 RangFicheAffiche pic ZZZ9.

       01 VueCalculScore.
         10 id_fournisseur pic 9(5).
         10 nb_livraisons pic 9(5).
         10 nb_lignes pic 9(7).
         10 nb_lignes_servies pic 9(7).
         10 retard_total pic 9(7).
         10 quantite_recue pic 9(9).
         10 valeur_recue pic 9(11)v99.
         10 quantite_retour pic 9(9).
         10 valeur_retour pic 9(11)v99.
         10 nb_avoirs pic 9(5).
         10 delai_avoirs_total pic 9(7).
         10 nb_hausses pic 9(5).
         10 hausse_totale pic 9(7)v99.

       01 ScoreCalcule.
         10 taux_service pic 9(3)v99.
         10 retard_moyen pic 9(3)v99.
         10 taux_retour_quantite pic 9(3)v99.
         10 taux_retour_valeur pic 9(3)v99.
         10 delai_moyen_avoir pic 9(3)v99.
         10 evolution_prix pic 9(3)v99.
         10 note pic 9(3).

       01 VueEditionScore.
         10 rang pic 9(5).
         10 raison_sociale pic x(50).
         10 nb_livraisons pic 9(5).
         10 taux_service pic 9(3)v99.
         10 retard_moyen pic 9(3)v99.
         10 taux_retour_quantite pic 9(3)v99.
         10 taux_retour_valeur pic 9(3)v99.
         10 delai_moyen_avoir pic 9(3)v99.
         10 evolution_prix pic 9(3)v99.
         10 note pic 9(3).
         10 note_connue pic 9.
         10 note_precedente pic 9(3).

       01 CorpsFichierScoreFournisseur.
         10 filler pic X.
         10 rang pic ZZ9.
         10 filler pic X(2).
         10 raison_sociale pic X(30).
         10 filler pic X(2).
         10 nb_livraisons pic ZZZZ9.
         10 filler pic X(3).
         10 taux_service pic ZZ9.99.
         10 filler pic X(3).
         10 retard_moyen pic ZZ9.99.
         10 filler pic X(3).
         10 taux_retour_quantite pic ZZ9.99.
         10 filler pic X(3).
         10 taux_retour_valeur pic ZZ9.99.
         10 filler pic X(3).
         10 delai_moyen_avoir pic ZZ9.99.
         10 filler pic X(3).
         10 evolution_prix pic ZZ9.99.
         10 filler pic X(3).
         10 note pic ZZ9.
         10 filler pic X(4).
         10 note_precedente pic ZZ9.
         10 note_precedente-texte redefines note_precedente pic X(3).
         10 filler pic X(3).
         10 ecart_note pic +++9.
         10 ecart_note-texte redefines ecart_note pic X(4).
         10 filler pic X(2).
         10 tendance pic X(7).

       01 EnteteFichierScoreFournisseur.
         05 LigneSF1.
           10 filler pic X(38).
           10 filler pic X(41) VALUE "Evaluation trimestrielle des fournisseurs".
         05 LigneSF2 pic X.
         05 LigneSF3.
           10 filler pic X.
           10 filler pic X(6) VALUE "Date :".
           10 filler pic X.
           10 jour pic X(2).
           10 filler pic X VALUE "/".
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
           10 filler pic X(5).
           10 filler pic X(11) VALUE "Trimestre :".
           10 filler pic X.
           10 trimestre pic 9.
           10 filler pic X VALUE "/".
           10 annee_score pic 9(4).
           10 filler pic X(5).
           10 filler pic X(23) VALUE "Trimestre precedent :".
           10 trimestre_precedent pic 9.
           10 filler pic X VALUE "/".
           10 annee_precedente pic 9(4).
         05 LigneSF4.
           10 filler pic X.
           10 filler pic X(78) VALUE "Note /100 : service 40 - retard 20 - retours (valeur) 20 - avoirs 10 - prix 10".
         05 LigneSF5 pic X(127) VALUE ALL "-".
         05 LigneSF6.
           10 filler pic X.
           10 filler pic X(3) VALUE "Rg".
           10 filler pic X(2).
           10 filler pic X(30) VALUE "Fournisseur".
           10 filler pic X(2).
           10 filler pic X(5) VALUE "Livr.".
           10 filler pic X.
           10 filler pic X(8) VALUE "Service%".
           10 filler pic X.
           10 filler pic X(8) VALUE "Retard j".
           10 filler pic X.
           10 filler pic X(8) VALUE "Ret.qte%".
           10 filler pic X.
           10 filler pic X(8) VALUE "Ret.val%".
           10 filler pic X.
           10 filler pic X(8) VALUE " Avoir j".
           10 filler pic X.
           10 filler pic X(8) VALUE " Hausse%".
           10 filler pic X(2).
           10 filler pic X(4) VALUE "Note".
           10 filler pic X(2).
           10 filler pic X(5) VALUE "Prec.".
           10 filler pic X(2).
           10 filler pic X(5) VALUE "Ecart".
           10 filler pic X(2).
           10 filler pic X(8) VALUE "Tendance".
         05 LigneSF7 pic X(127) VALUE ALL "-".

       01 PiedDePageFichierScoreFournisseur.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(4) VALUE "Page".
         10 filler pic X.
         10 NbPage pic Z9.
         10 filler pic X.
         10 filler pic X(114) VALUE ALL "-".

       01 FinPiedDePageFichierScoreFournisseur.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(22) VALUE "Fournisseurs evalues :".
         10 filler pic X.
         10 NbFournisseursAffiche pic ZZZZ9.
         10 filler pic X(3).
         10 filler pic X(14) VALUE "Note moyenne :".
         10 filler pic X.
         10 NoteMoyenneAffichee pic ZZ9.
         10 filler pic X.
         10 filler pic X(72) VALUE ALL "-".

      *  Variables rapprochement livraison / commande fournisseur et
      *  etat des reliquats (livraisons partielles)

       77 IdCommandeFournisseurAttente pic 9(9).
       77 QuantiteCommandeeAttente pic 9(5).
       77 QuantiteReliquat pic 9(5).
       77 StatutRapprochementLigne pic x(10).
       77 noPageReliquatCommande pic 999.
       77 nbLigneReliquatCommande pic 99.
       77 MaxLigneReliquatCommande pic 99 VALUE 33.
       77 IdFournisseurRetour pic 9(9).
       77 MontantRetourAttendu pic 9(9)v99.
       77 PrixRetourRetenu pic 9(7)v99.
       77 ErreurPrixRetour pic 9.
       77 ChoixRetourFournisseur pic x.
       77 ChoixSuiviAvoir pic x.
       77 NoLigneChoixReception pic 99.
         10 filler pic X(3).
         10 filler pic X(30) VALUE "(aucune commande a relancer)".

      *    Deroulement de la chaine de nuit (lancement repris compris)

       77 DureeSecondesNuit pic 9(7).
       77 ResteSecondesNuit pic 9(7).

       01 VueChaineNuitRapport.
         10 statut pic x(10).
         10 heure_debut pic x(19).
         10 heure_fin pic x(19).
         10 duree_connue pic 9.
         10 duree_secondes pic 9(7).

       01 VueEtapeNuitRapport.
         10 ordre pic 9(3).
         10 code_etape pic x(10).
         10 libelle pic x(30).
         10 statut pic x(13).
         10 heure_debut pic x(8).
         10 heure_fin pic x(8).
         10 duree_connue pic 9.
         10 duree_secondes pic 9(7).
         10 nb_enregistrements pic 9(7).
         10 message_etape pic x(80).

       01 DureeAffichageNuit.
         10 heures pic 99.
         10 filler pic x value ":".
         10 minutes pic 99.
         10 filler pic x value ":".
         10 secondes pic 99.

       01 LigneSectionChaineNuit.
         10 filler pic X.
         10 filler pic X(33) VALUE "Deroulement de la chaine de nuit".
         10 filler pic X(4) VALUE "no ".
         10 rn-id-chaine pic Z(8)9.
         10 filler pic X(3).
         10 filler pic X(8) VALUE "Statut :".
         10 filler pic X.
         10 rn-statut-chaine pic X(10).

       01 LigneHorairesChaineNuit.
         10 filler pic X.
         10 filler pic X(8) VALUE "Debut :".
         10 rn-debut-chaine pic X(19).
         10 filler pic X(3).
         10 filler pic X(6) VALUE "Fin :".
         10 rn-fin-chaine pic X(19).
         10 filler pic X(3).
         10 filler pic X(8) VALUE "Duree :".
         10 rn-duree-chaine pic X(8).

       01 LigneEnteteEtapeNuit.
         10 filler pic X.
         10 filler pic X(5) VALUE "Ordre".
         10 filler pic X(2).
         10 filler pic X(10) VALUE "Etape".
         10 filler pic X(2).
         10 filler pic X(30) VALUE "Libelle".
         10 filler pic X(2).
         10 filler pic X(13) VALUE "Statut".
         10 filler pic X(2).
         10 filler pic X(8) VALUE "Debut".
         10 filler pic X(2).
         10 filler pic X(8) VALUE "Fin".
         10 filler pic X(2).
         10 filler pic X(8) VALUE "Duree".
         10 filler pic X(2).
         10 filler pic X(7) VALUE "Nb enr.".
         10 filler pic X(2).
         10 filler pic X(7) VALUE "Message".

       01 CorpsEtapeNuit.
         10 filler pic X(3).
         10 rn-ordre pic ZZ9.
         10 filler pic X(3).
         10 rn-code-etape pic X(10).
         10 filler pic X(2).
         10 rn-libelle-etape pic X(30).
         10 filler pic X(2).
         10 rn-statut-etape pic X(13).
         10 filler pic X(2).
         10 rn-debut-etape pic X(8).
         10 filler pic X(2).
         10 rn-fin-etape pic X(8).
         10 filler pic X(2).
         10 rn-duree-etape pic X(8).
         10 filler pic X(2).
         10 rn-nb-enregistrements pic ZZZZZZ9.
         10 filler pic X(2).
         10 rn-message-etape pic X(80).

       01 FinFichierRapportNuit.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 ct-nb-attente pic ZZZZ9.
         10 filler pic X(43) VALUE ALL "-".

      *  Variables rapprochement des factures fournisseur : chaque ligne
      *  facturee est rapprochee de la quantite recue, du tarif en
      *  vigueur a la date de reception et des retours deja avoires

       77 StatutFichierFactureEntrant pic XX.
       77 CheminFichierFactureEntrant pic x(100).
       77 NoFluxFactureChoisi pic 9(2).
       77 VerifFluxFacturePresent pic 9.
       77 EOLFF pic 9.
       77 EOVF pic 9.
       77 EOBA pic 9.
       77 NoLigneChoixFluxFacture pic 99.
       77 ResponseChoixFluxFacture pic x.
       77 ErreurTraitementFacture pic 9.
       77 SommeControleFactureRecupere pic 9(10).
       77 IdFournisseurFacture pic 9(9).
       77 IdFactureCourante pic 9(9).
       77 VerifFactureDejaIntegree pic 9(5).
       77 ErreurRechercheFacture pic 9.
       77 DateFactureDejaIntegree pic x(10).
       77 SommeQuantiteFacture pic 9(12).
       77 SommeMontantCentimesFacture pic 9(12).
       77 QuantiteRecueFacture pic 9(7).
       77 QuantiteRetourneeFacture pic 9(7).
       77 QuantiteAvoireeFacture pic 9(7).
       77 QuantiteDejaFactureeFacture pic 9(7).
       77 QuantiteDueFacture pic s9(7).
       77 QuantiteDueAvoirFacture pic s9(7).
       77 DateReceptionFacture pic x(10).
       77 PrixFactureLigne pic 9(7)v99.
       77 PrixTarifReception pic 9(7)v99.
       77 MontantLigneFacture pic 9(9)v99.
       77 MontantTotalFacture pic 9(11)v99.
       77 MotifLitigeFacture pic x(20).
       77 StatutFactureCourante pic x(12).
       77 NbLignesFactureConformes pic 9(5).
       77 NbLignesFactureLitige pic 9(5).
       77 LibelleArticleFacture pic x(50).

       01 VueFluxFacture.
         10 no_fichier pic 9(2).
         10 raison_sociale pic x(50).
         10 actif pic 9.
         10 actif_affiche pic x(8).

      *    Fichier facture : entete code_fournisseur,no_facture,
      *    date_facture,no_commande (numero de commande du fournisseur,
      *    tel que recu dans le fichier de commande) puis lignes
      *    code_article,quantite,prix unitaire (en centimes), puis une
      *    ligne de total nb_lignes,somme_quantites,montant_centimes.
       01 FactureEntrant.
           10 code_fournisseur sql char (10).
           10 no_facture sql char (15).
           10 date_facture pic x(10).
           10 no_commande sql char (10).
           10 code_article pic 9(10).
           10 quantite pic 9(10).
           10 prix_centimes pic 9(12).

       01 VueLigneFactureBonAPayer.
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 quantite pic 9(7).
         10 prix_unitaire pic 9(7)v99.

      *    Bon a payer d'une facture conforme
       01 CorpsFichierBonAPayer.
         10 filler pic X.
         10 ba-code-article pic 9(10).
         10 filler pic X(2).
         10 ba-libelle pic X(35).
         10 filler pic X(2).
         10 ba-quantite pic ZZZZZZ9.
         10 filler pic X(3).
         10 ba-prix pic ZZZZZ9.99.
         10 filler pic X(3).
         10 ba-montant pic ZZZZZZZZ9.99.

       01 EnteteFichierBonAPayer.
         05 LigneBA1.
           10 filler pic X(30).
           10 filler pic X(40) VALUE "Bon a payer - facture fournisseur".
         05 LigneBA2 pic X.
         05 LigneBA3.
           10 filler pic X.
           10 filler pic X(13) VALUE "Fournisseur :".
           10 filler pic X.
           10 ba-fournisseur pic x(50).
           10 filler pic X(5).
           10 filler pic X(6) VALUE "Date :".
           10 filler pic X.
           10 jour pic X(2).
           10 filler pic X VALUE "/".
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 LigneBA3b.
           10 filler pic X.
           10 filler pic X(12) VALUE "Facture no :".
           10 filler pic X.
           10 ba-no-facture pic x(15).
           10 filler pic X(4) VALUE " du ".
           10 ba-date-facture pic x(10).
           10 filler pic X(5).
           10 filler pic X(13) VALUE "Commande no :".
           10 filler pic X.
           10 ba-no-commande pic x(10).
         05 LigneBA4 pic X(88) VALUE ALL "-".
         05 LigneBA5.
           10 filler pic X.
           10 filler pic X(12) VALUE "Code article".
           10 filler pic X(2).
           10 filler pic X(35) VALUE "Libelle".
           10 filler pic X(2).
           10 filler pic X(7) VALUE "    Qte".
           10 filler pic X(3).
           10 filler pic X(9) VALUE "Prix unit".
           10 filler pic X(3).
           10 filler pic X(12) VALUE "     Montant".
         05 LigneBA6 pic X(88) VALUE ALL "-".

       01 FinPiedDePageFichierBonAPayer.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(18) VALUE "Lignes facturees :".
         10 filler pic X.
         10 ba-nb-lignes pic ZZZZ9.
         10 filler pic X(3).
         10 filler pic X(24) VALUE "Montant total a payer : ".
         10 ba-total pic ZZZZZZZZZZ9.99.
         10 filler pic X(18) VALUE ALL "-".

      *    Litiges du rapprochement d'une facture
       01 CorpsFichierLitigeFacture.
         10 filler pic X.
         10 lf-code-article pic 9(10).
         10 lf-code-article-texte redefines lf-code-article pic x(10).
         10 filler pic X(2).
         10 lf-libelle pic X(30).
         10 filler pic X(2).
         10 lf-qte-facturee pic ZZZZZZ9.
         10 lf-qte-facturee-texte redefines lf-qte-facturee pic x(7).
         10 filler pic X(2).
         10 lf-qte-due pic ------9.
         10 lf-qte-due-texte redefines lf-qte-due pic x(7).
         10 filler pic X(2).
         10 lf-prix-facture pic ZZZZZ9.99.
         10 lf-prix-facture-texte redefines lf-prix-facture pic x(9).
         10 filler pic X(2).
         10 lf-prix-tarif pic ZZZZZ9.99.
         10 lf-prix-tarif-texte redefines lf-prix-tarif pic x(9).
         10 filler pic X(2).
         10 lf-motif pic X(21).

       01 EnteteFichierLitigeFacture.
         05 LigneLF1.
           10 filler pic X(30).
           10 filler pic X(40) VALUE "Litiges facture fournisseur".
         05 LigneLF2 pic X.
         05 LigneLF3.
           10 filler pic X.
           10 filler pic X(13) VALUE "Fournisseur :".
           10 filler pic X.
           10 lf-fournisseur pic x(50).
           10 filler pic X(5).
           10 filler pic X(6) VALUE "Date :".
           10 filler pic X.
           10 jour pic X(2).
           10 filler pic X VALUE "/".
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 LigneLF3b.
           10 filler pic X.
           10 filler pic X(12) VALUE "Facture no :".
           10 filler pic X.
           10 lf-no-facture pic x(15).
           10 filler pic X(4) VALUE " du ".
           10 lf-date-facture pic x(10).
           10 filler pic X(5).
           10 filler pic X(13) VALUE "Commande no :".
           10 filler pic X.
           10 lf-no-commande pic x(10).
         05 LigneLF4 pic X(105) VALUE ALL "-".
         05 LigneLF5.
           10 filler pic X.
           10 filler pic X(10) VALUE "Article".
           10 filler pic X(2).
           10 filler pic X(30) VALUE "Libelle".
           10 filler pic X(2).
           10 filler pic X(7) VALUE "Qte fac".
           10 filler pic X(2).
           10 filler pic X(7) VALUE "Qte due".
           10 filler pic X(2).
           10 filler pic X(9) VALUE "Prix fact".
           10 filler pic X(2).
           10 filler pic X(9) VALUE "Prix tarf".
           10 filler pic X(2).
           10 filler pic X(21) VALUE "Motif".
         05 LigneLF6 pic X(105) VALUE ALL "-".

       01 FinPiedDePageFichierLitigeFacture.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(19) VALUE "Lignes en litige : ".
         10 lf-nb-litige pic ZZZZ9.
         10 filler pic X(3).
         10 filler pic X(19) VALUE "Lignes conformes : ".
         10 lf-nb-conformes pic ZZZZ9.
         10 filler pic X(3).
         10 filler pic X(9) VALUE "Statut : ".
         10 lf-statut pic X(12).
         10 filler pic X(25) VALUE ALL "-".

      *  Variables lots fournisseur et dates de peremption (FEFO)

       77 EOLP pic 9.
       77 NoLotSaisie pic x(20).
       77 DlcSaisie pic x(10).
       77 LotSaisieValide pic 9.
       77 RetraitLotReste pic 9(6).
       77 RetraitLotDispo pic 9(6).
       77 RetraitLotPris pic 9(6).
       77 IdLotRetrait pic 9(9).
       77 FinRetraitLot pic 9.
       77 ErreurRetraitLot pic 9.
       77 NbJoursAlertePeremption pic 9(3) value 30.
       77 noPagePeremptionLots pic 999.
       77 nbLignePeremptionLots pic 99.
       77 MaxLignePeremptionLots pic 99 VALUE 33.
       77 NbLotsPerimant pic 9(5).
       77 ValeurPerimantTotale pic 9(11)v99.
       77 ValeurLignePeremption pic 9(9)v99.

       01 VueLotPeremption.
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 no_lot pic x(20).
         10 date_peremption sql date.
         10 quantite_restante pic 9(5).
         10 prix_achat pic 9(7)v99.

       01 PeremptionDateAffichage.
         10 Annee pic 9999.
         10 filler value "/".
         10 Mois pic 99.
         10 filler value "/".
         10 Jour pic 99.

       01 CorpsFichierPeremptionLots.
         10 filler pic X.
         10 pl-code-article pic 9(10).
         10 filler pic X(2).
         10 pl-libelle pic X(35).
         10 filler pic X(2).
         10 pl-no-lot pic X(20).
         10 filler pic X(2).
         10 pl-jour pic XX.
         10 filler pic X value "/".
         10 pl-mois pic XX.
         10 filler pic X value "/".
         10 pl-annee pic XXXX.
         10 filler pic X(3).
         10 pl-quantite pic ZZZZ9.
         10 filler pic X(3).
         10 pl-valeur pic ZZZZZZZ9.99.

       01 EnteteFichierPeremptionLots.
         05 LignePL1.
           10 filler pic X(38).
           10 filler pic X(34) VALUE "Etat des lots proches peremption".
         05 LignePL2 pic X.
         05 LignePL3.
           10 filler pic X.
       77 MoisExportMM pic 9(2).
       77 MoisExportAAAA pic 9(4).
       77 MoisExportValide pic 9.
       77 TitreSaisieMois pic x(40).
       77 ErreurExportComptable pic 9.
       77 NbLignesExport pic 9(7).
       77 TotalQuantiteExport pic 9(12).
         10 filler pic x value ";".
         10 ec-total-montant pic 9(13).99.

      *  Variables etat mensuel de marge brute (ventes du mois au prix
      *  fige a l'integration, cout au PMP fige a la sortie)

       77 EOMB pic 9.
       77 ErreurMargeBrute pic 9.
       77 noPageMargeBrute pic 999.
       77 nbLigneMargeBrute pic 99.
       77 MaxLigneMargeBrute pic 99 VALUE 33.
       77 MargeLigne pic s9(11)v99.
       77 TauxMargeLigne pic s9(5)v99.
       77 EcartPmpLigne pic s9(7)v99.
       77 TotalCAMarge pic 9(13)v99.
       77 TotalCoutMarge pic 9(13)v99.
       77 TotalMargeBrute pic s9(13)v99.
       77 NbLignesSousPmp pic 9(5).

       01 VueMargeBrute.
         10 code_regroupement pic x(10).
         10 libelle pic x(50).
         10 quantite pic 9(10).
         10 chiffre_affaires pic 9(11)v99.
         10 cout_pmp pic 9(11)v99.

       01 VueVenteSousPmp.
         10 no_commande pic x(10).
         10 code_client pic x(10).
         10 code_article pic 9(5).
         10 libelle pic x(50).
         10 quantite pic 9(10).
         10 prix_vente pic 9(7)v99.
         10 pmp pic 9(7)v99.

       01 EnteteFichierMargeBrute.
         05 LigneMB1.
           10 filler pic X(40).
           10 filler pic X(32) VALUE "Etat mensuel de marge brute".
         05 LigneMB2 pic X.
         05 LigneMB3.
           10 filler pic X.
           10 filler pic X(6) VALUE "Mois :".
           10 filler pic X.
           10 mb-mois pic X(7).
           10 filler pic X(5).
           10 filler pic X(6) VALUE "Date :".
           10 filler pic X.
           10 jour pic X(2).
           10 filler pic X VALUE "/".
           10 mois pic X(2).
           10 filler pic X VALUE "/".
           10 annee pic X(4).
         05 LigneMB4 pic X(111) VALUE ALL "-".

       01 LigneTitreMargeBrute.
         10 filler pic X.
         10 mb-titre pic X(60).

       01 LigneColonnesMargeBrute.
         10 filler pic X.
         10 filler pic X(10) VALUE "Code".
         10 filler pic X(2).
         10 filler pic X(32) VALUE "Libelle / raison sociale".
         10 filler pic X(2).
         10 filler pic X(8) VALUE "Quantite".
         10 filler pic X(2).
         10 filler pic X(13) VALUE "  Chiffre aff".
         10 filler pic X(2).
         10 filler pic X(13) VALUE "     Cout PMP".
         10 filler pic X(2).
         10 filler pic X(14) VALUE "         Marge".
         10 filler pic X(2).
         10 filler pic X(8) VALUE " Marge %".

       01 LigneColonnesVenteSousPmp.
         10 filler pic X.
         10 filler pic X(10) VALUE "Commande".
         10 filler pic X(2).
         10 filler pic X(10) VALUE "Client".
         10 filler pic X(2).
         10 filler pic X(10) VALUE "Code art.".
         10 filler pic X(2).
         10 filler pic X(25) VALUE "Libelle".
         10 filler pic X(2).
         10 filler pic X(5) VALUE "  Qte".
         10 filler pic X(2).
         10 filler pic X(10) VALUE "Prix vente".
         10 filler pic X(2).
         10 filler pic X(10) VALUE "       PMP".
         10 filler pic X(2).
         10 filler pic X(12) VALUE " Ecart unit.".

       01 LigneTiretsMargeBrute pic X(111) VALUE ALL "-".

       01 CorpsFichierMargeBrute.
         10 filler pic X.
         10 mb-code pic X(10).
         10 filler pic X(2).
         10 mb-libelle pic X(32).
         10 filler pic X(2).
         10 mb-quantite pic ZZZZZZZ9.
         10 filler pic X(2).
         10 mb-ca pic ZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 mb-cout pic ZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 mb-marge pic -ZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 mb-taux pic -ZZZ9.99.

       01 CorpsFichierVenteSousPmp.
         10 filler pic X.
         10 sp-no-commande pic X(10).
         10 filler pic X(2).
         10 sp-client pic X(10).
         10 filler pic X(2).
         10 sp-code-article pic 9(10).
         10 filler pic X(2).
         10 sp-libelle pic X(25).
         10 filler pic X(2).
         10 sp-quantite pic ZZZZ9.
         10 filler pic X(2).
         10 sp-prix pic ZZZZZZ9.99.
         10 filler pic X(2).
         10 sp-pmp pic ZZZZZZ9.99.
         10 filler pic X(2).
         10 sp-ecart pic -ZZZZZZZ9.99.

       01 PiedDePageFichierMargeBrute.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(4) VALUE "Page".
         10 filler pic X.
         10 NbPage pic Z9.
         10 filler pic X.
         10 filler pic X(98) VALUE ALL "-".

       01 FinPiedDePageFichierMargeBrute.
         10 filler pic X(4) VALUE ALL "-".
         10 filler pic X.
         10 filler pic X(4) VALUE "CA :".
         10 mb-total-ca pic ZZZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 filler pic X(6) VALUE "Cout :".
         10 mb-total-cout pic ZZZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 filler pic X(7) VALUE "Marge :".
         10 mb-total-marge pic -ZZZZZZZZZZZ9.99.
         10 filler pic X(2).
         10 mb-total-taux pic -ZZZ9.99.
         10 filler pic X VALUE "%".
         10 filler pic X(2).
         10 filler pic X(11) VALUE "Sous PMP :".
         10 mb-nb-sous-pmp pic ZZZZ9.

      *  Variables etat de rotation des stocks

       77 EORT pic 9.
         10 line 13 col 15 pic x(50) from mp-ligne-reception.
         10 line 14 col 15 pic x(50) from mp-ligne-client.
         10 line 15 col 15 pic x(50) from mp-ligne-export.
         10 line 16 col 15 VALUE "6. Gestion des clients".
         10 line 17 col 15 VALUE "0. Quitter".

      ********** MENU ARTICLE ******
         10 line 26 col 15 pic x(50) from ma-ligne-cloture.
         10 line 27 col 15 pic x(50) from ma-ligne-retour.
         10 line 28 col 15 pic x(50) from ma-ligne-transfert.
         10 line 29 col 15 pic x(50) from ma-ligne-proposition.
         10 line 30 col 15 pic x(50) from ma-ligne-nomenclature.
         10 line 31 col 15 pic x(50) from ma-ligne-assemblage.
         10 line 32 col 15 pic x(50) from ma-ligne-qualite.
         10 line 33 col 15 pic x(50) from ma-ligne-blocage.
         10 line 34 col 15 pic x(50) from ma-ligne-ctrl-reception.
         10 line 35 col 15 value "0. Retour au menu principal".

      ********** MENU FOURNISSEUR ******

         10 line 18 col 15 pic x(50) from mf-ligne-valtarif.
         10 line 19 col 15 value "9. Suivi des avoirs (retours fournisseur)".
         10 line 20 col 15 value "A. Etat des retours en cours".
         10 line 21 col 15 pic x(50) from mf-ligne-facture.
         10 line 22 col 15 pic x(50) from mf-ligne-score.
         10 line 23 col 15 value "0. Retour au menu principal".

      ********** MENU commande ******

         10 line 6 col 7 VALUE "Commande client integree - bon de preparation genere" reverse-video.
         10 line 17 col 15 value "          ".

      ********** MENU CLIENT ******

       01 ecran-MenuClient background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 32 value " Gestion des clients ".
         10 line 5 col 5 from Jour of DateSysteme.
         10 line 5 col 8 value "/".
         10 line 5 col 9 from Mois of DateSysteme.
         10 line 5 col 12 value "/".
         10 line 5 col 14 from Annee of DateSysteme.
         10 line 5 col 68 value "Choix :".
         10 line 11 col 15 value "1. Liste des clients".
         10 line 12 col 15 pic x(50) from mc-ligne-fiche.
         10 line 13 col 15 pic x(50) from mc-ligne-tarif.
         10 line 14 col 15 pic x(50) from mc-ligne-marge.
         10 line 15 col 15 value "5. Disponible a promettre a une date".
         10 line 16 col 15 value "6. Projection du stock sur 8 semaines".
         10 line 17 col 15 pic x(50) from mc-ligne-reservation.
         10 line 22 col 15 value "0. Retour au menu principal".

       01 ecran-ListeClient background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 32 value "LISTE DES CLIENTS".
         10 line 5 col 40 value "Code client (blanc = fin) :".
         10 line 7 col 1 reverse-video pic X(80) VALUE " Code        Raison sociale                           Ville              Statut".

       01 LigneChoixClient.
         05 line NoLigneChoixClient Col 2 pic X(10) from code_client of ClientRecupere.
         05 line NoLigneChoixClient Col 14 pic X(40) from raison_sociale of ClientRecupere.
         05 line NoLigneChoixClient Col 55 pic X(18) from ville of ClientRecupere.
         05 line NoLigneChoixClient Col 74 pic X(6) from statut of ClientRecupere.

       01 Ligne-PageSuivanteClient background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 1 col 1 value " Page [S]uivante - [m]enu : ".

       01 ecran-FicheClient background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 34 value "FICHE CLIENT".
         10 line 6 col 15 value "Code client .. : ".
         10 line 6 col 32 using code_client of FicheClientInput.
         10 line 7 col 15 value "Raison Sociale : ".
         10 line 7 col 32 using raison_sociale of FicheClientInput.
         10 line 8 col 15 value "Adresse livr.. : ".
         10 line 8 col 32 using adresse_livraison of FicheClientInput.
         10 line 9 col 15 value "Code Postal .. : ".
         10 line 9 col 32 using cp of FicheClientInput.
         10 line 10 col 15 value "Ville ........ : ".
         10 line 10 col 32 using ville of FicheClientInput.
         10 line 11 col 15 value "Contact ...... : ".
         10 line 11 col 32 using contact of FicheClientInput.
         10 line 12 col 15 value "No Tel ....... : ".
         10 line 12 col 32 using tel of FicheClientInput.
         10 line 13 col 15 value "Statut ....... : ".
         10 line 13 col 32 pic x(6) from statut of FicheClientInput.

       01 Ligne-ChoixStatutClient background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 13 col 42 value "[A]ctif - [B]loque : ".
         10 line 13 col 63 pic x using StatutClientSaisi.

       01 Ligne-ChoixFicheClient background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 20 value "[E]nregistrer - [R]evenir : ".

       01 Ligne-ChoixDetailClient background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "[R]evenir - [H]istorique : ".

       01 Ligne-NouveauClient background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Client inconnu - saisie d'une nouvelle fiche.".

       01 Ligne-ClientEnregistre background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 1 pic x(80) value "                      Fiche client enregistree".

       01 Ligne-AlerteClientInconnu background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Ce client n'existe pas.".

      *    Tarif de vente : un prix par article, general (client a
      *    blanc) ou propre a un client, applicable a sa date d'effet.
       01 ecran-TarifVente background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 32 value "TARIF DE VENTE".
         10 line 6 col 15 value "Article ........ : ".
         10 line 6 col 34 pic x(46) from libelle of TarifVenteInput.
         10 line 7 col 15 value "Client (vide = tous) : ".
         10 line 7 col 38 using code_client of TarifVenteInput.
         10 line 8 col 15 value "Raison sociale . : ".
         10 line 8 col 34 pic x(46) from raison_sociale of TarifVenteInput.
         10 line 9 col 15 value "Prix en vigueur  : ".
         10 line 9 col 34 pic ZZZZZZ9.99 from PrixVenteCourant.
         10 line 10 col 15 value "Nouveau prix ... : ".
         10 line 10 col 34 using prix_vente of TarifVenteInput.
         10 line 11 col 15 value "Date d'effet (jj/mm/aaaa, vide = ce jour) : ".
         10 line 11 col 59 using DateEffetTarifSaisie.

       01 Ligne-TarifVenteEnregistre background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 1 pic x(80) value "                      Tarif de vente enregistre".

       01 Ligne-MargeBruteGeneree background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Etat de marge genere - fichierMargeBrute.txt".

      *************************************************************
      *   IMPORT TARIFAIRE FOURNISSEUR
      *************************************************************
         10 line 6 col 7 VALUE "Tarif integre - voir fichierCompteRenduTarif.txt" reverse-video.
         10 line 17 col 15 value "          ".

      *************************************************************
      *   RAPPROCHEMENT DES FACTURES FOURNISSEUR
      *************************************************************

      *    La liste des flux factures vient du referentiel
      *    FluxFactureEntrant (un flux par fournisseur).
       01 ecran-ListeFluxFacture background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 20 value "RAPPROCHEMENT D'UNE FACTURE FOURNISSEUR".
         10 line 5 col 55 value "No flux (0 = fin) :".
         10 line 7 col 1 reverse-video pic X(80) VALUE " No   Fournisseur                                        Etat".

       01 LigneChoixFluxFacture.
         05 line NoLigneChoixFluxFacture Col 3 pic Z9 from no_fichier of VueFluxFacture.
         05 line NoLigneChoixFluxFacture Col 7 pic X(50) from raison_sociale of VueFluxFacture.
         05 line NoLigneChoixFluxFacture Col 58 pic X(8) from actif_affiche of VueFluxFacture.

       01 Ligne-FactureBonAPayer background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 7 VALUE "Facture conforme - bon a payer dans fichierBonAPayer.txt" reverse-video.

       01 Ligne-FactureLitige background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 7 VALUE "Facture en litige - voir fichierLitigeFacture.txt" reverse-video.

       01 Ligne-FactureDejaIntegree background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 7 VALUE "Facture deja integree - voir fichierLitigeFacture.txt" reverse-video.

      *************************************************************
      *   VALIDATION DES HAUSSES TARIFAIRES
      *************************************************************

       01 ecran-MoisExport background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 pic x(40) from TitreSaisieMois.
         10 line 6 col 15 value "Mois (mm/aaaa) : ".
         10 line 6 col 32 using MoisExport.
         10 line 8 col 15 value "Une saisie vide abandonne le traitement.".

       01 Ligne-AlerteMoisExport background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Format de mois invalide - saisir mm/aaaa.".
         10 line 9 col 15 value "Stock actuel ... : ".
         10 line 9 col 34 pic ZZZZ9 from quantite_stock of ArticleRecupere.
         10 line 10 col 15 value "Quantite retour  : ".
         10 line 10 col 34 using QuantiteRetourSaisie.
         10 line 10 col 41 pic x(10) from UniteAchatCourante.
         10 line 10 col 52 value "de".
         10 line 10 col 55 pic ZZZZ9 from UnitesParConditionnement.
         10 line 10 col 61 value "unite(s)".
         10 line 11 col 15 value "Emplacement .... : ".
         10 line 11 col 34 pic x(5) from EmplacementChoisi.

         10 line 8 col 32 using prix_unitaire of FournisseurArticleInput.
         10 line 9 col 15 value "Fournisseur prefere pour le reapprovisionnement (0/1) : ".
         10 line 9 col 73 using prefere of FournisseurArticleInput.
         10 line 11 col 15 value "Unite d'achat ............... : ".
         10 line 11 col 47 using UniteAchatSaisie.
         10 line 12 col 15 value "Unites de stock par unite d'achat : ".
         10 line 12 col 51 using UnitesParConditionnementSaisi.
         10 line 13 col 15 value "Minimum de commande (unites d'achat) : ".
         10 line 13 col 54 using MinimumCommandeSaisi.

       01 Ligne-ChoixFournisseurArticleEnregistre background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 20 value "[E]nregistrer - [R]evenir : ".
         10 line 5 col 10 value "Fin des commandes fournisseur en attente.".

      *************************************************************
      *   VALIDATION DES PROPOSITIONS DE REAPPROVISIONNEMENT
      *************************************************************
       01 ecran-PropositionReappro background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "PROPOSITIONS DE REAPPROVISIONNEMENT".
         10 line 6 col 15 value "Proposition .. : ".
         10 line 6 col 32 pic ZZZZZZZZ9 from id_commande_fournisseur of VuePropositionReappro.
         10 line 7 col 15 value "Fournisseur .. : ".
         10 line 7 col 32 pic ZZZZZZZZ9 from id_fournisseur of VuePropositionReappro.
         10 line 7 col 42 pic x(38) from raison_sociale of VuePropositionReappro.
         10 line 8 col 15 value "Article ...... : ".
         10 line 8 col 32 pic ZZZ99 from code_article of VuePropositionReappro.
         10 line 9 col 15 value "Libelle ...... : ".
         10 line 9 col 32 pic x(48) from libelle of VuePropositionReappro.
         10 line 10 col 15 value "Stock actuel . : ".
         10 line 10 col 32 pic ZZZZ9 from quantite_stock of VuePropositionReappro.
         10 line 11 col 15 value "Quantite ..... : ".
         10 line 11 col 32 pic ZZZZ9 from quantite of VuePropositionReappro.
         10 line 12 col 15 value "Prix unitaire  : ".
         10 line 12 col 32 pic ZZZZZ9.99 from prix_unitaire of VuePropositionReappro.
         10 line 13 col 15 value "Montant ...... : ".
         10 line 13 col 32 pic ZZZZZZZZ9.99 from MontantPropositionReappro.
         10 line 14 col 15 value "Statut ....... : ".
         10 line 14 col 32 pic x(20) from statut of VuePropositionReappro.
         10 line 16 col 15 value "Plafond mensuel fournisseur : ".
         10 line 16 col 45 pic ZZZZZZZZ9.99 from plafond_mensuel of VuePropositionReappro.
         10 line 17 col 15 value "Deja engage ce mois ....... : ".
         10 line 17 col 45 pic ZZZZZZZZZZ9.99 from MontantEngageMois.
         10 line 19 col 15 value "[F] Accepter toutes les propositions du fournisseur".
         10 line 20 col 15 value "[G] Refuser toutes les propositions du fournisseur".

       01 Ligne-ChoixPropositionReappro background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "[A]ccepter - [M]odifier - [R]efuser - [P]asser - [Q]uitter : ".

       01 Ligne-ChoixPlafondReappro background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Plafond mensuel depasse - [V]alider malgre tout - [B]loquer : ".

       01 Ligne-ModifPropositionReappro background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Saisir le fournisseur puis la quantite".

       01 Ligne-PropositionValidee background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Proposition validee - emise en sortie d'ecran.".

       01 Ligne-PropositionBloquee background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Proposition bloquee (plafond mensuel depasse).".

       01 Ligne-PropositionRefusee background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Proposition refusee.".

       01 Ligne-AlerteModifProposition background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Fournisseur inconnu ou quantite nulle - proposition inchangee.".

       01 Ligne-FinPropositionReappro background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Fin des propositions de reapprovisionnement.".

      *************************************************************
      *   ARTICLES COMPOSES (KITS)
      *************************************************************
       01 ecran-Nomenclature background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "NOMENCLATURE D'UN KIT".
         10 line 6 col 15 value "Kit ........... : ".
         10 line 6 col 34 pic ZZZZ9 from CodeKitCourant.
         10 line 6 col 40 pic x(40) from LibelleKitCourant.
         10 line 7 col 15 value "Stock du kit .. : ".
         10 line 7 col 34 pic ZZZZ9 from StockKitCourant.
         10 line 12 col 1 reverse-video pic X(80) VALUE " Code   Composant                                    Qte/kit     Stock".

       01 LigneComposantKit.
         05 line NoLigneComposantKit col 2 pic ZZZZ9 from code_composant of VueComposantKit.
         05 line NoLigneComposantKit col 9 pic x(44) from libelle of VueComposantKit.
         05 line NoLigneComposantKit col 56 pic ZZZZ9 from quantite of VueComposantKit.
         05 line NoLigneComposantKit col 66 pic ZZZZ9 from quantite_stock of VueComposantKit.

       01 Ligne-ChoixNomenclature background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "[A]jouter / modifier un composant - [R]evenir : ".

       01 Ligne-SaisieQuantiteComposant background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Quantite par kit (0 = retirer le composant) : ".

       01 Ligne-ChoixComposantEnregistre background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 20 value "[E]nregistrer - [R]evenir : ".

       01 Ligne-AlerteComposantInvalide background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Un kit ne peut entrer dans sa propre nomenclature ni dans un autre kit.".

       01 Ligne-AlerteKitComposant background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Cet article est composant d'un kit : il ne peut etre lui-meme un kit.".

       01 ecran-Assemblage background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 22 value "ORDRE D'ASSEMBLAGE / DE DESASSEMBLAGE".
         10 line 6 col 15 value "Kit ........... : ".
         10 line 6 col 34 pic ZZZZ9 from CodeKitCourant.
         10 line 6 col 40 pic x(40) from LibelleKitCourant.
         10 line 7 col 15 value "Stock du kit .. : ".
         10 line 7 col 34 pic ZZZZ9 from StockKitCourant.
         10 line 8 col 15 value "Cout composants : ".
         10 line 8 col 34 pic ZZZZZZ9.99 from CoutUnitaireKit.
         10 line 9 col 15 value "Assemblable ... : ".
         10 line 9 col 34 pic ZZZZZZ9 from QuantiteAssemblable.
         10 line 10 col 15 value "Quantite ...... : ".
         10 line 10 col 34 pic ZZZZ9 from QuantiteAssemblage.
         10 line 11 col 15 value "Emplacement ... : ".
         10 line 11 col 34 pic x(5) from EmplacementAssemblage.
         10 line 12 col 1 reverse-video pic X(80) VALUE " Code   Composant                                    Qte/kit     Stock".

       01 Ligne-ChoixAssemblage background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "[A]ssembler - [D]esassembler - [R]evenir : ".

       01 Ligne-DemandeAssemblage background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Confirmer l'ordre ? [O]ui / [N]on : ".

       01 Ligne-AlerteArticleNonKit background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Cet article n'a pas de nomenclature : ce n'est pas un kit.".

       01 Ligne-AlerteComposantsInsuffisants background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Stock des composants insuffisant pour cet assemblage.".

       01 Ligne-AlerteStockKitInsuffisant background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Stock du kit insuffisant pour ce desassemblage.".

       01 Ligne-AssemblageEffectue background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "L'ordre d'assemblage a ete enregistre.".

       01 Ligne-DesassemblageEffectue background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "L'ordre de desassemblage a ete enregistre.".

      *************************************************************
      *   QUARANTAINE, CONTROLE QUALITE ET BLOCAGE DES LOTS
      *************************************************************
       01 ecran-ControleQualiteLot background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "CONTROLE QUALITE / STATUT DES LOTS".
         10 line 7 col 15 value "Lot .......... : ".
         10 line 7 col 32 pic x(20) from no_lot of VueLotControle.
         10 line 7 col 55 pic ZZZZZZZZ9 from id_lot of VueLotControle.
         10 line 8 col 15 value "Article ...... : ".
         10 line 8 col 32 pic ZZZZ9 from code_article of VueLotControle.
         10 line 8 col 38 pic x(42) from libelle of VueLotControle.
         10 line 9 col 15 value "Quantite ..... : ".
         10 line 9 col 32 pic ZZZZZZ9 from quantite_restante of VueLotControle.
         10 line 10 col 15 value "Peremption ... : ".
         10 line 10 col 32 pic x(10) from date_peremption of VueLotControle.
         10 line 11 col 15 value "Fournisseur .. : ".
         10 line 11 col 32 pic x(48) from raison_sociale of VueLotControle.
         10 line 12 col 15 value "Reception du . : ".
         10 line 12 col 32 pic x(10) from date_reception of VueLotControle.
         10 line 13 col 15 value "Statut ....... : ".
         10 line 13 col 32 pic x(12) from statut of VueLotControle.
         10 line 13 col 45 pic x(20) from motif_statut of VueLotControle.

       01 Ligne-ChoixControleQualite background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 5 value "[L]iberer - [R]ebuter - [F]ournisseur (retour) - [P]asser - [Q]uitter : ".

       01 Ligne-ChoixBlocageLot background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 3 value "[B]loquer - [D]ebloquer - [M]ise au rebut - [F]ournisseur - [R]evenir : ".

       01 Ligne-DemandeRebutLot background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Confirmer la mise au rebut du lot ? [O]ui / [N]on : ".

       01 Ligne-DemandeRetourLot background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Confirmer le retour du lot au fournisseur ? [O]ui / [N]on : ".

       01 Ligne-LotLibere background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Le lot est libere : il est de nouveau disponible.".

       01 Ligne-LotRebute background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Le lot a ete mis au rebut.".

       01 Ligne-LotRetourne background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Le lot est retourne au fournisseur (avoir attendu).".

       01 Ligne-LotBloque background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Le lot est bloque.".

       01 Ligne-LotDebloque background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Le lot est debloque.".

       01 Ligne-AlerteLotPerime background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Lot perime : il ne peut pas etre debloque.".

       01 Ligne-AlerteLotNonBloque background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Ce lot n'est pas bloque.".

       01 Ligne-AlerteLotDejaBloque background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Ce lot est deja bloque.".

       01 Ligne-AlerteLotInconnu background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Ce lot ne concerne pas cet article ou est epuise.".

       01 Ligne-FinControleQualite background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Aucun autre lot en quarantaine.".

       01 ecran-ChoixLotArticle background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "LOTS DE L'ARTICLE".
         10 line 5 col 50 value "No lot (0 = fin) :".
         10 line 7 col 1 reverse-video pic X(80) VALUE "  Id lot   Lot                   Peremption      Quantite   Statut".

       01 LigneChoixLot.
         05 line NoLigneChoixLot Col 2 pic ZZZZZZZZ9 from id_lot of VueLotControle.
         05 line NoLigneChoixLot Col 12 pic x(20) from no_lot of VueLotControle.
         05 line NoLigneChoixLot Col 34 pic x(10) from date_peremption of VueLotControle.
         05 line NoLigneChoixLot Col 48 pic ZZZZZZ9 from quantite_restante of VueLotControle.
         05 line NoLigneChoixLot Col 60 pic x(12) from statut of VueLotControle.

       01 ecran-ControleReception background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "CONTROLE A RECEPTION".
         10 line 7 col 15 value "Les marchandises d'un article ou d'un fournisseur soumis".
         10 line 8 col 15 value "au controle arrivent en quarantaine a la reception.".

       01 Ligne-ChoixControleReception background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "[A]rticle - [F]ournisseur - [R]evenir : ".

       01 ecran-SaisieControleReception background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "CONTROLE A RECEPTION".
         10 line 7 col 15 value "Fiche ........ : ".
         10 line 7 col 32 pic x(48) from LibelleControleReception.
         10 line 9 col 15 value "Controle a reception (0 = non / 1 = oui) : ".
         10 line 9 col 58 using ControleReceptionSaisi.

       01 Ligne-ControleReceptionEnregistre background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 15 value "Controle a reception enregistre.".

       01 ecran-DisponibleAPromettre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 29 value "DISPONIBLE A PROMETTRE".
         10 line 7 col 10 value "Article ........................... : ".
         10 line 7 col 48 pic ZZZZ9 from code_article of ArticleRecupere.
         10 line 7 col 54 pic x(26) from libelle of ArticleRecupere.
         10 line 9 col 10 value "Date de livraison (jj/mm/aaaa) .... : ".
         10 line 9 col 48 pic x(10) using DateATP.
         10 line 11 col 10 value "Stock physique .................... : ".
         10 line 11 col 48 pic ZZZZZZ9 from StockPhysiqueATP.
         10 line 12 col 10 value "Disponible (lots liberes) ......... : ".
         10 line 12 col 48 pic -ZZZZZZ9 from StockDisponibleATP.
         10 line 13 col 10 value "Entrees attendues a cette date .... : ".
         10 line 13 col 48 pic ZZZZZZ9 from EntreesAttenduesATP.
         10 line 14 col 10 value "Sorties reservees a cette date .... : ".
         10 line 14 col 48 pic ZZZZZZ9 from SortiesReserveesATP.
         10 line 15 col 10 value "Reserve pour des livraisons apres . : ".
         10 line 15 col 48 pic ZZZZZZ9 from ReserveUlterieureATP.
         10 line 17 col 10 value "Disponible a promettre ............ : ".
         10 line 17 col 48 pic -ZZZZZZ9 from QuantiteATP.

       01 Ligne-ProjectionStockGeneree background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Projection du stock generee - fichierProjectionStock.txt".

       01 Ligne-SortieReservationsTerminee background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 5 value "Commandes livrees : ".
         10 line 5 col 25 pic ZZZZ9 from NbCommandesReservationSorties.
         10 line 5 col 32 value "- en attente de stock : ".
         10 line 5 col 56 pic ZZZZ9 from NbCommandesReservationAttente.

       01 Ligne-CommandeClientReservee background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 7 VALUE "Commande client enregistree en reservation pour le " reverse-video.
         10 line 6 col 58 pic x(10) from DateATP reverse-video.

      *************************************************************
      *   EVALUATION TRIMESTRIELLE DES FOURNISSEURS
      *************************************************************

       01 ecran-TrimestreScore background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 20 value "EVALUATION TRIMESTRIELLE DES FOURNISSEURS".
         10 line 6 col 15 value "Trimestre (t/aaaa) : ".
         10 line 6 col 36 using TrimestreScoreSaisi.
         10 line 8 col 15 value "Une saisie vide abandonne le traitement.".
         10 line 9 col 15 value "Un trimestre deja evalue est recalcule.".
         10 line 11 col 15 value "Seuil de note du reapprovisionnement : ".
         10 line 11 col 54 pic ZZ9 from SeuilNoteFournisseur.

       01 Ligne-AlerteTrimestreScore background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Trimestre invalide - saisir t/aaaa (t de 1 a 4).".

       01 Ligne-ScoreFournisseurGenere background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Evaluation enregistree - fichierScoreFournisseur.txt".

       01 Ligne-AucunScoreFournisseur background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Aucune reception sur ce trimestre - aucun fournisseur evalue.".

       01 Ligne-ErreurScoreFournisseur background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 5 col 10 value "Erreur base de donnees - evaluation du trimestre annulee.".

      *************************************************************
      *   INVENTAIRE PHYSIQUE
      *************************************************************
       01 ecran-MenuInventaire background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 32 value " Inventaire physique ".
         10 line 5 col 5 from Jour of DateSysteme.
         10 line 5 col 8 value "/".
         10 line 5 col 9 from Mois of DateSysteme.
         10 line 5 col 12 value "/".
         10 line 5 col 14 from Annee of DateSysteme.
         10 line 5 col 68 value "Choix :".
         10 line 5 col 77 pic 9 from ChoixMenuInventaire.
         10 line 11 col 15 value "1. Ouvrir un inventaire (figer les articles)".
         10 line 12 col 15 value "2. Saisir les comptages".
         10 line 13 col 15 value "3. Etat des ecarts".
         10 line 14 col 15 pic x(50) from mi-ligne-valider.
         10 line 15 col 15 value "5. Abandonner l'inventaire".
         10 line 17 col 15 value "0. Retour au menu article".

       01 ecran-SaisieInventaire background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "SAISIE DES COMPTAGES".
         10 line 6 col 15 value "Article ...... : ".
         10 line 6 col 32 pic ZZZ99 from code_article of VueLigneInventaire.
         10 line 7 col 15 value "Libelle ...... : ".
         10 line 7 col 32 pic x(50) from libelle of VueLigneInventaire.
         10 line 8 col 15 value "Stock systeme  : ".
         10 line 8 col 32 pic ZZZZ9 from quantite_systeme of VueLigneInventaire.
         10 line 14 col 35 pic XX from Mois of FournisseurDateModifAffichage.
         10 line 14 col 37 pic X value "/".
         10 line 14 col 38 pic XXXX from Annee of FournisseurDateModifAffichage.
         10 line 16 col 15 value "Note ......... : ".
         10 line 16 col 32 pic x(48) from LibelleNoteFournisseur.

      *************************************************************
      *   AJOUT FOURNISSEUR
           end-exec.
      ********

      *    Les lots arrives a peremption sont bloques des le lancement :
      *    ils ne sont plus servis ni comptes dans le disponible.
           perform BlocageLotsPerimes.

      *    Lancement non interactif (ex: planificateur de taches nocturne)
      *    en passant "LOT" en parametre de ligne de commande : on deroule
      *    la chaine de nuit parametree sans prompt operateur puis on
      *    sort.
           accept ParametreLancement from command-line.
           if ParametreLancement(1:3) equal "LOT" or ParametreLancement(1:3) equal "lot"
               move "LOT" to UtilisateurCourant
               perform ChaineNuit
               move 0 to ChoixMenuPrincipal
           else
      *        Identification de l'utilisateur : le compte connecte
                   else
                       perform AfficherNonAutorise
                   end-if
               when 6
                   perform MenuClient
           end-evaluate.

       MenuPrincipal-fin.
               move "B. Inventaire physique" to ma-ligne-inventaire
               move "H. Retour de marchandise fournisseur" to ma-ligne-retour
               move "I. Transfert entre emplacements" to ma-ligne-transfert
               move "L. Ordre d'assemblage / desassemblage de kits" to ma-ligne-assemblage
               move "M. Controle qualite des lots en quarantaine" to ma-ligne-qualite
               move "7. Sortie des reservations arrivees a echeance" to mc-ligne-reservation
               move "[R]evenir-[X]Sortie stock-[H]istorique : "
                   to ligne-choix-det-article
           end-if.
               move "7. Fournisseurs d'un article (prix)" to ma-ligne-prix
               move "9. Recalcul automatique des seuils (min/mediane)" to ma-ligne-recalcul
               move "G. Cloture periodique des mouvements" to ma-ligne-cloture
               move "J. Validation des propositions de reappro" to ma-ligne-proposition
               move "K. Nomenclature des kits" to ma-ligne-nomenclature
               move "N. Blocage / deblocage des lots" to ma-ligne-blocage
               move "O. Controle a reception (articles, fournisseurs)" to ma-ligne-ctrl-reception
               move "2. Ajouter un fournisseur" to mf-ligne-ajout
               move "3. Modifier un fournisseur" to mf-ligne-modif
               move "4. Supprimer un fournisseur" to mf-ligne-suppr
               move "7. Import tarif fournisseur" to mf-ligne-tarif
               move "8. Validation des hausses tarifaires" to mf-ligne-valtarif
               move "B. Rapprochement des factures fournisseur" to mf-ligne-facture
               move "C. Evaluation trimestrielle des fournisseurs" to mf-ligne-score
               move "4. Valider l'ajustement du stock" to mi-ligne-valider
               move "2. Creer / modifier une fiche client" to mc-ligne-fiche
               move "3. Tarif de vente" to mc-ligne-tarif
               move "4. Etat mensuel de marge brute" to mc-ligne-marge
               move "[R]evenir-[M]odifier-[S]pprimer-[X]Sortie stock-[H]istorique : "
                   to ligne-choix-det-article
               move "[R]evenir - [M]odifier - [S]pprimer - [H]istorique : "
                   else
                       perform AfficherNonAutorise
                   end-if
      *        La consultation du stock bas genere des propositions de
      *        reapprovisionnement (PROPOSEE), validees ensuite par le
      *        responsable : reservee aux profils de saisie.
               when 5
                   if DroitSaisie equal 1
                       perform ComparaisonStock
                   else
                       perform AfficherNonAutorise
                   end-if
               when "J"
               when "j"
                   if DroitResponsable equal 1
                       perform ValidationPropositionReappro
                   else
                       perform AfficherNonAutorise
                   end-if
               when "K"
               when "k"
                   if DroitResponsable equal 1
                       perform GestionNomenclature
                   else
                       perform AfficherNonAutorise
                   end-if
               when "L"
               when "l"
                   if DroitSaisie equal 1
                       perform OrdreAssemblageKit
                   else
                       perform AfficherNonAutorise
                   end-if
               when "M"
               when "m"
                   if DroitSaisie equal 1
                       perform ControleQualiteLots
                   else
                       perform AfficherNonAutorise
                   end-if
               when "N"
               when "n"
                   if DroitResponsable equal 1
                       perform BlocageLotArticle
                   else
                       perform AfficherNonAutorise
                   end-if
               when "O"
               when "o"
                   if DroitResponsable equal 1
                       perform ControleReceptionArticleFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if

           end-evaluate.
       MenuArticle-fin.

               accept quantite_sortie of SortieStockInput line 9 col 32 prompt

      *        Le stock des lots en quarantaine, bloques ou perimes reste
      *        dans le stock physique mais ne peut pas sortir : la sortie
      *        est limitee au disponible.
               move code_article of ArticleRecupere to CodeArticleDisponible
               perform RechercheDisponibleSortie
               if quantite_sortie of SortieStockInput > QuantiteDisponibleSortie
                   display Ligne-AlerteStockInsuffisant
                   accept Pause line 1 col 1
               else
       SortieStockArticle-fin.
           initialize ArticleRecupere.

      *    Disponible d'un article (CodeArticleDisponible) : stock
      *    physique moins les lots en quarantaine, bloques ou perimes.
       RechercheDisponibleSortie.
           move 0 to QuantiteDisponibleSortie.
           exec sql
               SELECT quantite_stock - isnull((select sum(l.quantite_restante)
                                               from LotArticle l
                                               where l.code_article = article.code_article
                                               and l.quantite_restante > 0
                                               and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                                                    or l.date_peremption < CAST(getdate() as date))), 0)
                   INTO :QuantiteDisponibleSortie
                   FROM article
                   WHERE code_article = :CodeArticleDisponible
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 0 to QuantiteDisponibleSortie
           end-if.

       SaisieMotifSortie.
           move "V" to ChoixMotifSortie.
           display Ligne-ChoixMotifSortie.
               move 1 to VerifReceptionRetour
           end-if.

      *    Le retour se saisit dans l'unite d'achat du fournisseur
      *    d'origine et se convertit en unites de stock.
       SaisieRetourFournisseur.
           move 0 to QuantiteRetour.
           move 0 to QuantiteRetourSaisie.
           move spaces to EmplacementChoisi.
           move code_article of ArticleRecupere to CodeArticleConditionnement.
           move IdFournisseurRetour to IdFournisseurConditionnement.
           perform RechercheConditionnementAchat.
           move 0 to SaisieRetourValide.
           perform SaisieQuantiteRetour until SaisieRetourValide equal 1.
      *    Le retour consomme les lots disponibles : il est limite au
      *    disponible, le stock des lots en quarantaine ou bloques
      *    repartant par le controle qualite (retour fournisseur du lot).
           move code_article of ArticleRecupere to CodeArticleDisponible.
           perform RechercheDisponibleSortie.
           if QuantiteRetour not equal 0
               if QuantiteRetour > QuantiteRecueRetour
               or QuantiteRetour > QuantiteDisponibleSortie
                   display Ligne-AlerteQuantiteRetour
                   accept Pause line 1 col 1
               else
      *            Le retour part d'un emplacement precis, dans la limite
      *            de son stock - meme controle que la sortie de stock.
                   perform ChoixEmplacementValide
                   move code_article of ArticleRecupere to MajEmplacementArticle
                   perform RechercheStockEmplacement
               end-if
           end-if.

      *    La quantite est saisie en unites d'achat du fournisseur et
      *    convertie en unites de stock ; une conversion qui deborde est
      *    refusee et la quantite redemandee.
       SaisieQuantiteRetour.
           display ecran-RetourFournisseur.
           accept QuantiteRetourSaisie line 10 col 34 prompt.
           move 1 to SaisieRetourValide.
           compute QuantiteRetour =
               QuantiteRetourSaisie * UnitesParConditionnement
               on size error
                   move 0 to SaisieRetourValide
                   display Ligne-AlerteQuantiteRetour
                   accept Pause line 1 col 1
           end-compute.

       RetourFournisseurBDD.
      *    Montant de l'avoir attendu : tarif courant du fournisseur
      *    d'origine, prix d'achat de l'article a defaut. Une erreur de
      *    lecture du tarif annule le retour plutot que de le valoriser
      *    a un prix errone.
           move 0 to ErreurPrixRetour.
           move 0 to PrixRetourRetenu.
           exec sql
               SELECT TOP 1 prix_unitaire INTO :PrixRetourRetenu
               ORDER BY case when date_effet is null then 0 else 1 end desc,
                        date_effet desc, date_crea desc
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               move 1 to ErreurPrixRetour
           end-if.
           if PrixRetourRetenu equal 0
               move prix_achat of ArticleRecupere to PrixRetourRetenu
           end-if.
           compute MontantRetourAttendu =
               QuantiteRetour * PrixRetourRetenu.

           if ErreurPrixRetour equal 0
               exec sql
                   UPDATE Article
                   SET quantite_stock = quantite_stock - :QuantiteRetour,
                       date_modif     = getdate()
                   WHERE code_article = :ArticleRecupere.code_article
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurPrixRetour
               end-if
           end-if.
           if ErreurPrixRetour equal 0
      *        Historisation du mouvement de stock (retour fournisseur),
      *        visible sur la fiche de stock comme une sortie.
               exec sql
                   move id_fournisseur of FournisseurRecupere to id_fournisseur of FournisseurArticleInput
                   move raison_sociale of FournisseurRecupere to raison_sociale of FournisseurArticleInput

      *            Le conditionnement d'achat deja declare pour le couple
      *            est propose a la saisie.
                   move code_article of FournisseurArticleInput to CodeArticleConditionnement
                   move id_fournisseur of FournisseurArticleInput to IdFournisseurConditionnement
                   perform RechercheConditionnementAchat
                   move UniteAchatCourante to UniteAchatSaisie
                   move UnitesParConditionnement to UnitesParConditionnementSaisi
                   move MinimumCommandeAchat to MinimumCommandeSaisi

                   display ecran-FournisseurArticle
                   accept prix_unitaire of FournisseurArticleInput line 8 col 32 prompt
                   move 0 to prefere of FournisseurArticleInput
                   accept prefere of FournisseurArticleInput line 9 col 73 prompt
                   accept UniteAchatSaisie line 11 col 47 prompt
                   accept UnitesParConditionnementSaisi line 12 col 51 prompt
                   accept MinimumCommandeSaisi line 13 col 54 prompt
                   if UnitesParConditionnementSaisi equal 0
                       move 1 to UnitesParConditionnementSaisi
                   end-if
                   if UniteAchatSaisie equal spaces
                       move "UNITE" to UniteAchatSaisie
                   end-if

                   move "E" to ChoixAjoutArticle
                   display Ligne-ChoixFournisseurArticleEnregistre
                   AND id_fournisseur <> :FournisseurArticleInput.id_fournisseur
               end-exec
           end-if.
           perform ConditionnementAchatBDD.

      *    Le conditionnement n'est pas historise avec le tarif : une
      *    seule ligne par couple article/fournisseur, mise a jour sur
      *    place.
       ConditionnementAchatBDD.
           move 0 to VerifConditionnementAchat.
           exec sql
               SELECT COUNT(*) INTO :VerifConditionnementAchat
               FROM ConditionnementAchat
               WHERE code_article = :FournisseurArticleInput.code_article
               AND id_fournisseur = :FournisseurArticleInput.id_fournisseur
           end-exec.
           if VerifConditionnementAchat equal 0
               exec sql
                   INSERT INTO ConditionnementAchat
                       (code_article, id_fournisseur, unite_achat, unites_par_conditionnement,
                        minimum_commande, date_crea)
                       VALUES (:FournisseurArticleInput.code_article, :FournisseurArticleInput.id_fournisseur,
                               :UniteAchatSaisie, :UnitesParConditionnementSaisi,
                               :MinimumCommandeSaisi, getdate())
               end-exec
           else
               exec sql
                   UPDATE ConditionnementAchat
                   SET unite_achat = :UniteAchatSaisie,
                       unites_par_conditionnement = :UnitesParConditionnementSaisi,
                       minimum_commande = :MinimumCommandeSaisi,
                       date_modif = getdate()
                   WHERE code_article = :FournisseurArticleInput.code_article
                   AND id_fournisseur = :FournisseurArticleInput.id_fournisseur
               end-exec
           end-if.

      *    Conditionnement d'achat d'un couple article/fournisseur - un
      *    couple sans conditionnement declare s'achete a l'unite, sans
      *    minimum. Renseigner CodeArticleConditionnement et
      *    IdFournisseurConditionnement. Une erreur de lecture leve
      *    ErreurConditionnement : une integration ne doit pas alors
      *    convertir ses quantites a l'unite.
       RechercheConditionnementAchat.
           move 0 to ErreurConditionnement.
           move "UNITE" to UniteAchatCourante.
           move 1 to UnitesParConditionnement.
           move 0 to MinimumCommandeAchat.
           exec sql
               SELECT unite_achat, unites_par_conditionnement, minimum_commande
                   INTO :UniteAchatCourante, :UnitesParConditionnement, :MinimumCommandeAchat
                   FROM ConditionnementAchat
                   WHERE code_article = :CodeArticleConditionnement
                   AND id_fournisseur = :IdFournisseurConditionnement
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               if sqlcode not equal 100
                   move 1 to ErreurConditionnement
               end-if
               move "UNITE" to UniteAchatCourante
               move 1 to UnitesParConditionnement
               move 0 to MinimumCommandeAchat
           end-if.
           if UnitesParConditionnement equal 0
               move 1 to UnitesParConditionnement
           end-if.

      *    Arrondit un besoin exprime en unites de stock au
      *    conditionnement superieur, dans la limite basse du minimum de
      *    commande. Renseigner QuantiteArrondieAchat (unites de stock)
      *    apres RechercheConditionnementAchat ; en retour
      *    QuantiteConditionnements porte le nombre d'unites d'achat et
      *    QuantiteArrondieAchat la quantite arrondie en unites de stock.
       ArrondiConditionnementAchat.
           divide QuantiteArrondieAchat by UnitesParConditionnement
               giving QuantiteConditionnements remainder ResteConditionnement.
           if ResteConditionnement > 0
               add 1 to QuantiteConditionnements
           end-if.
           if QuantiteConditionnements < MinimumCommandeAchat
               move MinimumCommandeAchat to QuantiteConditionnements
           end-if.
           compute QuantiteArrondieAchat =
               QuantiteConditionnements * UnitesParConditionnement.

      *************************************************************
      *************************************************************

       ComparaisonStock-init.
           move 0 to EOCS.
           move 0 to NbPropositionsCreees.
           move 0 to ErreurComparaisonStock.

      *    Pour chaque article en rupture, on retient le fournisseur marque
      *    prefere s il y en a un, sinon le moins cher des fournisseurs
      *    associes a l article, et a defaut le fournisseur principal de
      *    l article (compatibilite avec les articles sans prix associe).
      *    Les articles ayant deja une proposition en cours (PROPOSEE,
      *    BLOQUEE, VALIDEE) sont exclus pour ne pas les commander deux
      *    fois. Le besoin se mesure sur le stock projete a l'horizon de
      *    projection : les commandes fournisseur EN ATTENTE ou en
      *    LIVRAISON PARTIELLE promises d'ici la s'y ajoutent, les
      *    reservations clients a livrer d'ici la s'en deduisent. Comme
      *    pour la projection de stock, on part du disponible : le stock
      *    des lots en quarantaine, bloques ou perimes en est retire.
      *    Avec l'historisation des tarifs, seul le tarif courant de
      *    chaque couple article/fournisseur entre dans la comparaison :
      *    la ligne la plus recente dont la date d'effet est atteinte
      *    (les lignes sans date d'effet passent apres).
      *    Un fournisseur dont la derniere note trimestrielle est sous le
      *    seuil passe apres les autres fournisseurs de l'article : il
      *    n'est retenu que s'il est le seul (un fournisseur pas encore
      *    evalue n'est pas penalise).
      *    Les kits ne s'achetent pas : ce sont leurs composants qui sont
      *    reapprovisionnes, le besoin des kits sous leur minimum (pour
      *    les ramener a leur mediane) s'ajoutant au besoin propre de
      *    chaque composant.
           exec sql
               declare C-ComparaisonStock cursor for
                   with TarifCourant as (
                       from FournisseurArticlePrix fap
                       where fap.date_effet is null or fap.date_effet <= getdate()
                   ),
                   DerniereNote as (
                       select sf.id_fournisseur, sf.note,
                              row_number() over (partition by sf.id_fournisseur
                                                  order by sf.annee desc, sf.trimestre desc) as rang_note
                       from ScoreFournisseur sf
                   ),
                   MeilleurFournisseurArticle as (
                       select tc.code_article, tc.id_fournisseur, tc.prix_unitaire,
                              row_number() over (partition by tc.code_article
                                                  order by case when dn.note < :SeuilNoteFournisseur then 1 else 0 end,
                                                           tc.prefere desc, tc.prix_unitaire asc) as rang
                       from TarifCourant tc
                       left join DerniereNote dn
                         on dn.id_fournisseur = tc.id_fournisseur
                        and dn.rang_note = 1
                       where tc.rang_tarif = 1
                   ),
                   BesoinKit as (
                       select n.code_composant,
                              sum((k.quantite_mediane - k.quantite_stock) * n.quantite) as besoin
                       from Nomenclature n
                       join Article k on k.code_article = n.code_kit
                       where k.quantite_stock <= k.quantite_min
                       group by n.code_composant
                   ),
                   EntreeAttendue as (
                       select cf.code_article,
                              sum(case when cf.statut = 'EN ATTENTE'
                                       then cf.quantite
                                       else cf.quantite_reliquat end) as quantite
                       from CommandeFournisseur cf
                       where cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                       and isnull(cf.date_livraison_promise,
                                  dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                           <= dateadd(day, 7 * :NbSemainesProjection, CAST(getdate() as date))
                       group by cf.code_article
                   ),
                   SortieReservee as (
                       select r.code_article, sum(r.quantite) as quantite
                       from ReservationClient r
                       where r.statut = 'RESERVEE'
                       and r.date_livraison <= dateadd(day, 7 * :NbSemainesProjection, CAST(getdate() as date))
                       group by r.code_article
                   ),
                   StockIndisponible as (
                       select l.code_article, sum(l.quantite_restante) as quantite
                       from LotArticle l
                       where l.quantite_restante > 0
                       and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                            or l.date_peremption < CAST(getdate() as date))
                       group by l.code_article
                   )
                   select a.code_article, a.libelle, a.quantite_stock, a.quantite_mediane,
                          f.id_fournisseur, f.raison_sociale, f.adresse, f.cp, f.ville,
                          isnull(mfa.prix_unitaire, isnull(a.prix_achat, 0)),
                          case when mfa.prix_unitaire is null then 0 else 1 end,
                          isnull(f.chemin_commande_sortie, ' '),
                          a.quantite_mediane - a.quantite_stock + isnull(si.quantite, 0)
                          + isnull(bk.besoin, 0)
                          - isnull(ea.quantite, 0) + isnull(sr.quantite, 0)
                   from Article a
                   left join MeilleurFournisseurArticle mfa
                          on mfa.code_article = a.code_article and mfa.rang = 1
                   join Fournisseur f
                          on f.id_fournisseur = isnull(mfa.id_fournisseur, a.id_fournisseur)
                   left join BesoinKit bk
                          on bk.code_composant = a.code_article
                   left join EntreeAttendue ea
                          on ea.code_article = a.code_article
                   left join SortieReservee sr
                          on sr.code_article = a.code_article
                   left join StockIndisponible si
                          on si.code_article = a.code_article
                   where a.quantite_stock - isnull(si.quantite, 0) - isnull(bk.besoin, 0)
                         + isnull(ea.quantite, 0) - isnull(sr.quantite, 0) <= a.quantite_min
                   and not exists (select 1 from Nomenclature nk
                                   where nk.code_kit = a.code_article)
                   and not exists (select 1 from CommandeFournisseur cf
                                   where cf.code_article = a.code_article
                                   and cf.statut in ('PROPOSEE', 'BLOQUEE', 'VALIDEE'))
                   order by f.id_fournisseur
           end-exec.
           exec sql
           end-exec.

       ComparaisonStock-trt.
           exec sql
               fetch C-ComparaisonStock into
               :VueReapproArticleFournisseur.code_article,
               :VueReapproArticleFournisseur.ville,
               :VueReapproArticleFournisseur.prix_unitaire,
               :VueReapproArticleFournisseur.prix_connu,
               :VueReapproArticleFournisseur.chemin_sortie,
               :totalReapprovisionnement
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOCS
      *        En traitement de nuit le nombre de propositions est repris
      *        dans le deroulement de la chaine.
               if ModeTraitementLot not equal "O"
                   if NbPropositionsCreees > 0
                       move spaces to MessageComparaison
                       move NbPropositionsCreees to CompteurEdite
                       perform CadrageCompteursEdites
                       string CompteurEdite(DebutCompteurEdite:) delimited by size
                              " proposition(s) a valider par le responsable - Appuyez sur entree" delimited by size
                              into MessageComparaison
                       display ligne-MenuReapprovisionnement
                       accept Pause line 5 col 77
                   else
                       move "Le stock ne necessite pas de commande - Appuyez sur entree pour continuer" to MessageComparaison
                       display ligne-MenuReapprovisionnement
                       accept Pause line 5 col 77
                   end-if
               end-if
           else
      *        Le besoin est arrondi au conditionnement d'achat du
      *        fournisseur retenu ; sans conditionnement lisible, l'article
      *        n'est pas propose (erreur signalee comme a l'enregistrement).
               move code_article of VueReapproArticleFournisseur to CodeArticleConditionnement
               move code_fournisseur of VueReapproArticleFournisseur to IdFournisseurConditionnement
               perform RechercheConditionnementAchat
               if ErreurConditionnement equal 1
                   move 1 to ErreurComparaisonStock
                   if ModeTraitementLot not equal "O"
                       display Ligne-AlerteErreurBDD
                       accept Pause line 1 col 1
                   end-if
               else
                   move totalReapprovisionnement to QuantiteArrondieAchat
                   perform ArrondiConditionnementAchat
                   move QuantiteArrondieAchat to totalReapprovisionnement
                   perform EnregistrerPropositionReappro
               end-if
           end-if.

       ComparaisonStock-fin.
           exec sql
               close C-ComparaisonStock
           end-exec.

      *************************************************************
      *************************************************************
       EcritureFichierReapprovisionnement-corps.
           move spaces to donneeArticle of CorpsFichierReapprovisionnementStock.

           move totalReapprovisionnement to quantite of CorpsFichierReapprovisionnementStock.
           move code_article of VueReapproArticleFournisseur to code_article of CorpsFichierReapprovisionnementStock.
           move libelle of VueReapproArticleFournisseur to libelle of CorpsFichierReapprovisionnementStock.
      *    Quantite en unites de stock et, pour un article achete par
      *    conditionnement, son equivalent en unites d'achat.
           move code_article of VueReapproArticleFournisseur to CodeArticleConditionnement.
           move code_fournisseur of VueReapproArticleFournisseur to IdFournisseurConditionnement.
           perform RechercheConditionnementAchat.
           move totalReapprovisionnement to QuantiteArrondieAchat.
           move 0 to MinimumCommandeAchat.
           perform ArrondiConditionnementAchat.
           move spaces to rs-conditionnement of CorpsFichierReapprovisionnementStock.
           if UnitesParConditionnement > 1
               move QuantiteConditionnements to rs-nb-conditionnements of CorpsFichierReapprovisionnementStock
               move UniteAchatCourante to rs-unite-achat of CorpsFichierReapprovisionnementStock
               move " x" to rs-signe-par of CorpsFichierReapprovisionnementStock
               move UnitesParConditionnement to rs-unites-par-conditionnement of CorpsFichierReapprovisionnementStock
           end-if.

           if prix_connu of VueReapproArticleFournisseur equal 0
               move "N/A" to prix_unitaire-texte of CorpsFichierReapprovisionnementStock
           add 1 to nbLigneReapprovisionnement.
           add 1 to testPagi.

      *    Chaque article en rupture est memorise comme proposition
      *    PROPOSEE, au tarif courant du fournisseur retenu, pour ne plus
      *    re-proposer l'article tant qu'elle n'est pas refusee, ou que
      *    la commande emise n'est pas soldee ou annulee.
       EnregistrerPropositionReappro.
           exec sql
               INSERT INTO CommandeFournisseur
                   (id_fournisseur, code_article, quantite, prix_unitaire, statut, date_commande, date_statut)
                   VALUES (:VueReapproArticleFournisseur.code_fournisseur,
                           :VueReapproArticleFournisseur.code_article,
                           :totalReapprovisionnement,
                           :VueReapproArticleFournisseur.prix_unitaire,
                           'PROPOSEE', getdate(), getdate())
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurComparaisonStock
               if ModeTraitementLot not equal "O"
                   display Ligne-AlerteErreurBDD
                   accept Pause line 1 col 1
               end-if
           else
               add 1 to NbPropositionsCreees
           end-if.

       EcritureFichierReapprovisionnement-piedDePageFin.

      *************************************************************
      * Fichier de commande structure emis par fournisseur, en plus
      * du bon imprimable : entete, lignes code_article,
      * quantite_achat,unite_achat,quantite_stock et ligne de total
      * (nombre de lignes, somme des quantites en unites d'achat),
      * lisible par la reception des commandes. Depose
      * dans le chemin de sortie parametre sur la fiche du
      * fournisseur ; un fournisseur sans chemin ne recoit que le
      * bon imprimable.
       EcritureCommandeSortie-ligne.
           if FichierSortieOuvert equal 1
               move spaces to LigneCommandeSortie
      *        La quantite est exprimee dans l'unite d'achat du
      *        fournisseur, suivie de l'unite et de l'equivalent en unites
      *        de stock (la reception ne relit que les deux premieres
      *        zones).
               string code_article of VueReapproArticleFournisseur delimited by size
                      "," delimited by size
                      QuantiteConditionnements delimited by size
                      "," delimited by size
                      UniteAchatCourante delimited by " "
                      "," delimited by size
                      totalReapprovisionnement delimited by size
                      into LigneCommandeSortie
               write e-fichierCommandeSortie from LigneCommandeSortie
               add 1 to NbLignesCommandeSortie
               add QuantiteConditionnements to QuantiteTotaleCommandeSortie
           end-if.

      *    Ligne de total (nombre de lignes, somme des quantites en
      *    unites d'achat) puis fermeture - c'est elle que la
      *    verification du fichier entrant rapproche du contenu.
       EcritureCommandeSortie-fin.
           if FichierSortieOuvert equal 1
               move spaces to LigneCommandeSortie

      *************************************************************
      *************************************************************
      * Validation des propositions de reapprovisionnement par le
      * responsable : acceptation, modification (quantite,
      * fournisseur) ou refus, ligne par ligne ou pour tout un
      * fournisseur, sous controle du plafond mensuel d'achat. Les
      * propositions validees sont emises en sortie d'ecran.
      *************************************************************
      *************************************************************

       ValidationPropositionReappro.
           perform ValidationPropositionReappro-init.
           perform ValidationPropositionReappro-trt until EOPR = 1.
           perform ValidationPropositionReappro-fin.

       ValidationPropositionReappro-init.
           move 0 to EOPR.
           move 0 to IdFournisseurTraiteProposition.
           exec sql
               declare C-PropositionReappro cursor for
                   select cf.id_commande_fournisseur, cf.id_fournisseur,
                          f.raison_sociale, cf.code_article, a.libelle,
                          a.quantite_stock, cf.quantite,
                          isnull(cf.prix_unitaire, 0), cf.statut,
                          isnull(f.plafond_achat_mensuel, 0)
                   from CommandeFournisseur cf
                   join Article a on a.code_article = cf.code_article
                   join Fournisseur f on f.id_fournisseur = cf.id_fournisseur
                   where cf.statut in ('PROPOSEE', 'BLOQUEE')
                   order by f.raison_sociale, cf.id_fournisseur, cf.code_article
           end-exec.
           exec sql
               open C-PropositionReappro
           end-exec.

       ValidationPropositionReappro-trt.
           exec sql
               fetch C-PropositionReappro into
                   :VuePropositionReappro.id_commande_fournisseur,
                   :VuePropositionReappro.id_fournisseur,
                   :VuePropositionReappro.raison_sociale,
                   :VuePropositionReappro.code_article,
                   :VuePropositionReappro.libelle,
                   :VuePropositionReappro.quantite_stock,
                   :VuePropositionReappro.quantite,
                   :VuePropositionReappro.prix_unitaire,
                   :VuePropositionReappro.statut,
                   :VuePropositionReappro.plafond_mensuel
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOPR
               display EffaceLigne5
               display Ligne-FinPropositionReappro
               accept Pause line 1 col 1
           else
      *        Les propositions d'un fournisseur deja traitees en bloc
      *        ne sont pas representees.
               if id_fournisseur of VuePropositionReappro not equal IdFournisseurTraiteProposition
                   perform AffichageChoixPropositionReappro
               end-if
           end-if.

       ValidationPropositionReappro-fin.
           exec sql
               close C-PropositionReappro
           end-exec.
           perform EmissionCommandesValidees.

       AffichageChoixPropositionReappro.
           compute MontantPropositionReappro =
               quantite of VuePropositionReappro * prix_unitaire of VuePropositionReappro.
           perform RechercheEngageMoisFournisseur.
           display ecran-PropositionReappro.
           display Ligne-ChoixPropositionReappro.
           move "P" to ChoixPropositionReappro.
           accept ChoixPropositionReappro line 5 col 71 reverse-video.
           evaluate ChoixPropositionReappro
               when "A"
               when "a"
                   perform AccepterPropositionReappro
               when "M"
               when "m"
                   perform ModifierPropositionReappro
               when "R"
               when "r"
                   move "REFUSEE" to StatutValidationProposition
                   perform MajStatutPropositionReappro
               when "F"
               when "f"
                   perform AccepterPropositionsFournisseur
               when "G"
               when "g"
                   move "REFUSEE" to StatutValidationProposition
                   perform MajStatutPropositionsFournisseur
               when "Q"
               when "q"
                   move 1 to EOPR
               when other
                   continue
           end-evaluate.

      *    Montant deja engage ce mois chez le fournisseur : propositions
      *    validees et commandes emises (les commandes anterieures a la
      *    validation sont datees de leur date de commande).
       RechercheEngageMoisFournisseur.
           move 0 to MontantEngageMois.
           exec sql
               SELECT isnull(sum(quantite * isnull(prix_unitaire, 0)), 0)
                   INTO :MontantEngageMois
                   FROM CommandeFournisseur
                   WHERE id_fournisseur = :VuePropositionReappro.id_fournisseur
                   AND statut in ('VALIDEE', 'EN ATTENTE', 'LIVRAISON PARTIELLE', 'SOLDEE')
                   AND year(isnull(date_validation, date_commande)) = year(getdate())
                   AND month(isnull(date_validation, date_commande)) = month(getdate())
           end-exec.

      *    Au-dela du plafond mensuel (0 = pas de plafond), la validation
      *    doit etre confirmee explicitement, sinon la proposition reste
      *    BLOQUEE.
       ControlePlafondProposition.
           move "VALIDEE" to StatutValidationProposition.
           if plafond_mensuel of VuePropositionReappro > 0
           and MontantEngageMois + MontantPropositionReappro > plafond_mensuel of VuePropositionReappro
               display ecran-PropositionReappro
               display Ligne-ChoixPlafondReappro
               move "B" to ChoixPlafondReappro
               accept ChoixPlafondReappro line 5 col 72 reverse-video
               if ChoixPlafondReappro = "V" or ChoixPlafondReappro = "v"
                   move "VALIDEE" to StatutValidationProposition
               else
                   move "BLOQUEE" to StatutValidationProposition
               end-if
           end-if.

       AccepterPropositionReappro.
           perform ControlePlafondProposition.
           perform MajStatutPropositionReappro.

       MajStatutPropositionReappro.
           exec sql
               UPDATE CommandeFournisseur
               SET statut = :StatutValidationProposition,
                   date_validation = case when :StatutValidationProposition = 'VALIDEE'
                                          then getdate() else null end,
                   utilisateur_validation = :UtilisateurCourant,
                   date_statut = getdate()
               WHERE id_commande_fournisseur = :VuePropositionReappro.id_commande_fournisseur
           end-exec.
           perform AffichageStatutPropositionReappro.

      *    Acceptation en bloc : le plafond est controle sur le total des
      *    propositions en cours du fournisseur.
       AccepterPropositionsFournisseur.
           move 0 to MontantPropositionReappro.
           exec sql
               SELECT isnull(sum(quantite * isnull(prix_unitaire, 0)), 0)
                   INTO :MontantPropositionReappro
                   FROM CommandeFournisseur
                   WHERE id_fournisseur = :VuePropositionReappro.id_fournisseur
                   AND statut in ('PROPOSEE', 'BLOQUEE')
           end-exec.
           perform ControlePlafondProposition.
           perform MajStatutPropositionsFournisseur.

       MajStatutPropositionsFournisseur.
           exec sql
               UPDATE CommandeFournisseur
               SET statut = :StatutValidationProposition,
                   date_validation = case when :StatutValidationProposition = 'VALIDEE'
                                          then getdate() else null end,
                   utilisateur_validation = :UtilisateurCourant,
                   date_statut = getdate()
               WHERE id_fournisseur = :VuePropositionReappro.id_fournisseur
               AND statut in ('PROPOSEE', 'BLOQUEE')
           end-exec.
           move id_fournisseur of VuePropositionReappro to IdFournisseurTraiteProposition.
           perform AffichageStatutPropositionReappro.

       AffichageStatutPropositionReappro.
           display EffaceLigne5.
           if sqlcode equal 0 or sqlcode equal 1
               evaluate StatutValidationProposition
                   when "VALIDEE"
                       display Ligne-PropositionValidee
                   when "BLOQUEE"
                       display Ligne-PropositionBloquee
                   when other
                       display Ligne-PropositionRefusee
               end-evaluate
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *    Modification de la quantite et/ou du fournisseur, puis
      *    acceptation de la proposition modifiee. Un changement de
      *    fournisseur reprend le tarif courant du nouveau fournisseur.
       ModifierPropositionReappro.
           move quantite of VuePropositionReappro to QuantitePropositionSaisie.
           move id_fournisseur of VuePropositionReappro to FournisseurPropositionSaisi.
           display EffaceLigne5.
           display Ligne-ModifPropositionReappro.
           accept FournisseurPropositionSaisi line 7 col 32 prompt.
           accept QuantitePropositionSaisie line 11 col 32 prompt.

           move 0 to VerifFournisseurProposition.
           move prix_unitaire of VuePropositionReappro to PrixPropositionSaisi.
           exec sql
               SELECT raison_sociale, isnull(plafond_achat_mensuel, 0)
                   INTO :VuePropositionReappro.raison_sociale,
                        :VuePropositionReappro.plafond_mensuel
                   FROM Fournisseur
                   WHERE id_fournisseur = :FournisseurPropositionSaisi
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               move 1 to VerifFournisseurProposition
           else
               if sqlcode not equal 100
                   move 2 to VerifFournisseurProposition
               end-if
           end-if.
      *    Un autre fournisseur doit avoir un tarif courant pour
      *    l'article : sans prix, la proposition ne serait pas valorisee
      *    et echapperait au plafond d'achat mensuel.
           if VerifFournisseurProposition equal 1
           and FournisseurPropositionSaisi not equal id_fournisseur of VuePropositionReappro
               move 0 to PrixPropositionSaisi
               exec sql
                   SELECT TOP 1 prix_unitaire INTO :PrixPropositionSaisi
                   FROM FournisseurArticlePrix
                   WHERE code_article = :VuePropositionReappro.code_article
                   AND id_fournisseur = :FournisseurPropositionSaisi
                   AND (date_effet is null or date_effet <= getdate())
                   ORDER BY case when date_effet is null then 0 else 1 end desc,
                            date_effet desc, date_crea desc
               end-exec
               if sqlcode equal 100
                   move 0 to VerifFournisseurProposition
               else
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 2 to VerifFournisseurProposition
                   end-if
               end-if
           end-if.

           evaluate true
               when VerifFournisseurProposition equal 2
                   display EffaceLigne5
                   display Ligne-AlerteErreurBDD
                   accept Pause line 1 col 1
               when VerifFournisseurProposition equal 0
               when QuantitePropositionSaisie equal 0
                   display EffaceLigne5
                   display Ligne-AlerteModifProposition
                   accept Pause line 1 col 1
               when other
      *            La quantite saisie est arrondie au conditionnement du
      *            fournisseur retenu.
                   move code_article of VuePropositionReappro to CodeArticleConditionnement
                   move FournisseurPropositionSaisi to IdFournisseurConditionnement
                   perform RechercheConditionnementAchat
                   move QuantitePropositionSaisie to QuantiteArrondieAchat
                   perform ArrondiConditionnementAchat
                   move QuantiteArrondieAchat to QuantitePropositionSaisie
                   exec sql
                       UPDATE CommandeFournisseur
                       SET id_fournisseur = :FournisseurPropositionSaisi,
                           quantite = :QuantitePropositionSaisie,
                           prix_unitaire = :PrixPropositionSaisi,
                           date_statut = getdate()
                       WHERE id_commande_fournisseur = :VuePropositionReappro.id_commande_fournisseur
                   end-exec
                   if sqlcode equal 0 or sqlcode equal 1
                       move FournisseurPropositionSaisi to id_fournisseur of VuePropositionReappro
                       move QuantitePropositionSaisie to quantite of VuePropositionReappro
                       move PrixPropositionSaisi to prix_unitaire of VuePropositionReappro
                       compute MontantPropositionReappro =
                           quantite of VuePropositionReappro * prix_unitaire of VuePropositionReappro
                       perform RechercheEngageMoisFournisseur
                       perform AccepterPropositionReappro
                   else
                       display EffaceLigne5
                       display Ligne-AlerteErreurBDD
                       accept Pause line 1 col 1
                   end-if
           end-evaluate.

      *************************************************************
      * Emission des propositions validees : bon de commande
      * imprimable et fichier structure par fournisseur, puis
      * passage des lignes EN ATTENTE de livraison
      *************************************************************

       EmissionCommandesValidees.
           perform EmissionCommandesValidees-init.
           perform EmissionCommandesValidees-trt until EOEM = 1.
           perform EmissionCommandesValidees-fin.

       EmissionCommandesValidees-init.
           move 0 to EOEM.
           move 0 to nbLigneReapprovisionnement.
           move 1 to noPageReapprovisionnement.
           move 0 to ecritureFichierDeCommande.
           move 0 to TotalCoutReapprovisionnement.
           initialize VueReapproArticleFournisseur.
           move space to CodeFournisseurPrecedent.
           move 0 to EcritureCommandeSortie.
           move 0 to FichierSortieOuvert.

      *    References communes des fichiers de commande structures du
      *    jour : numero de commande date, date de commande et date de
      *    livraison prevue (delai forfaitaire), au format jj/mm/aa des
      *    fichiers entrants.
           move spaces to NoCommandeSortie.
           string "RE" delimited by size
                  Annee of DateSysteme (3:2) delimited by size
                  Mois of DateSysteme delimited by size
                  Jour of DateSysteme delimited by size
                  into NoCommandeSortie.
           move spaces to DateCommandeSortie.
           string Jour of DateSysteme delimited by size
                  "/" delimited by size
                  Mois of DateSysteme delimited by size
                  "/" delimited by size
                  Annee of DateSysteme (3:2) delimited by size
                  into DateCommandeSortie.
           move spaces to DateLivraisonPrevueSortie.
           exec sql
               SELECT convert(char(8), dateadd(day, :DelaiLivraisonCommandeSortie, getdate()), 3)
                   INTO :DateLivraisonPrevueSortie
           end-exec.

           exec sql
               declare C-EmissionReappro cursor for
                   select cf.id_commande_fournisseur, a.code_article, a.libelle,
                          a.quantite_stock, a.quantite_mediane,
                          f.id_fournisseur, f.raison_sociale, f.adresse, f.cp, f.ville,
                          isnull(cf.prix_unitaire, 0),
                          case when isnull(cf.prix_unitaire, 0) = 0 then 0 else 1 end,
                          isnull(f.chemin_commande_sortie, ' '),
                          cf.quantite
                   from CommandeFournisseur cf
                   join Article a on a.code_article = cf.code_article
                   join Fournisseur f on f.id_fournisseur = cf.id_fournisseur
                   where cf.statut = 'VALIDEE'
                   order by f.id_fournisseur, a.code_article
           end-exec.
           exec sql
               open C-EmissionReappro
           end-exec.

       EmissionCommandesValidees-trt.
           move code_fournisseur of VueReapproArticleFournisseur to CodeFournisseurPrecedent.

           exec sql
               fetch C-EmissionReappro into
               :IdPropositionReappro,
               :VueReapproArticleFournisseur.code_article,
               :VueReapproArticleFournisseur.libelle,
               :VueReapproArticleFournisseur.quantite_stock,
               :VueReapproArticleFournisseur.quantite_mediane,
               :VueReapproArticleFournisseur.code_fournisseur,
               :VueReapproArticleFournisseur.raison_sociale,
               :VueReapproArticleFournisseur.adresse,
               :VueReapproArticleFournisseur.cp,
               :VueReapproArticleFournisseur.ville,
               :VueReapproArticleFournisseur.prix_unitaire,
               :VueReapproArticleFournisseur.prix_connu,
               :VueReapproArticleFournisseur.chemin_sortie,
               :totalReapprovisionnement
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOEM
               if ecritureFichierDeCommande equal 1
                   perform EcritureFichierReapprovisionnement-piedDePageFin
                   perform EcritureCommandeSortie-fin
                   move "Fichier(s) de commande genere(s) - Appuyez sur entree pour continuer" to MessageComparaison
                   display ligne-MenuReapprovisionnement
                   accept Pause line 5 col 77
               end-if
           else
               perform EcritureFichierReapprovisionnement
               perform EmettreCommandeFournisseur
               move 1 to ecritureFichierDeCommande
           end-if.

       EmissionCommandesValidees-fin.
           exec sql
               close C-EmissionReappro
           end-exec.
           if ecritureFichierDeCommande equal 1
               close f-fichierCommandeStockBas
           end-if.

      *    La ligne emise devient une commande fournisseur EN ATTENTE,
      *    datee du jour d'emission, promise a la date de livraison
      *    portee par le fichier de commande.
       EmettreCommandeFournisseur.
           exec sql
               UPDATE CommandeFournisseur
               SET statut = 'EN ATTENTE',
                   date_commande = getdate(),
                   date_livraison_promise = dateadd(day, :DelaiLivraisonCommandeSortie, CAST(getdate() as date)),
                   date_statut = getdate()
               WHERE id_commande_fournisseur = :IdPropositionReappro
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               display Ligne-AlerteErreurBDD
           end-if.

      *************************************************************
      *************************************************************
      * Articles composes (kits) : nomenclature des composants et
      * ordres d'assemblage / de desassemblage
      *************************************************************
      *************************************************************

      *    Un kit est un article dont la nomenclature liste les
      *    composants et leur quantite par kit. La nomenclature n'a
      *    qu'un niveau : un kit ne peut pas etre composant d'un autre.
       GestionNomenclature.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   move code_article of ArticleRecupere to CodeKitCourant
                   move libelle of ArticleRecupere to LibelleKitCourant
                   move quantite_stock of ArticleRecupere to StockKitCourant
                   move 0 to VerifComposantKit
                   exec sql
                       SELECT COUNT(*) INTO :VerifComposantKit
                       FROM Nomenclature
                       WHERE code_composant = :CodeKitCourant
                   end-exec
                   if VerifComposantKit not equal 0
                       display Ligne-AlerteKitComposant
                       accept Pause line 1 col 1
                   else
                       move 0 to EONM
                       perform SaisieNomenclature until EONM = 1
                   end-if
               end-if
           end-if.
           initialize ArticleRecupere.

       SaisieNomenclature.
           move "N" to EcranComposantKit.
           perform AffichageComposantsKit.
           move "R" to ChoixNomenclature.
           display Ligne-ChoixNomenclature.
           accept ChoixNomenclature line 5 col 58 reverse-video.
           evaluate ChoixNomenclature
               when "A"
               when "a"
                   perform SaisieComposantKit
               when other
                   move 1 to EONM
           end-evaluate.

       SaisieComposantKit.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   move code_article of ArticleRecupere to CodeComposantSaisi
                   move libelle of ArticleRecupere to LibelleComposantSaisi
                   move 0 to VerifComposantCompose
                   exec sql
                       SELECT COUNT(*) INTO :VerifComposantCompose
                       FROM Nomenclature
                       WHERE code_kit = :CodeComposantSaisi
                   end-exec
                   if CodeComposantSaisi equal CodeKitCourant
                   or VerifComposantCompose not equal 0
                       display Ligne-AlerteComposantInvalide
                       accept Pause line 1 col 1
                   else
      *                La quantite deja declaree est proposee a la saisie.
                       move 0 to QuantiteComposantSaisie
                       move 0 to VerifComposantKit
                       exec sql
                           SELECT quantite INTO :QuantiteComposantSaisie
                           FROM Nomenclature
                           WHERE code_kit = :CodeKitCourant
                           AND code_composant = :CodeComposantSaisi
                       end-exec
                       if sqlcode equal 0 or sqlcode equal 1
                           move 1 to VerifComposantKit
                       end-if
                       perform AffichageComposantsKit
                       display Ligne-SaisieQuantiteComposant
                       accept QuantiteComposantSaisie line 5 col 56 prompt
                       display EffaceLigne5
                       move "E" to ChoixAjoutArticle
                       display Ligne-ChoixComposantEnregistre
                       accept ChoixAjoutArticle line 5 col 48 reverse-video
                       if ChoixAjoutArticle = "E" or ChoixAjoutArticle = "e"
                           perform NomenclatureBDD
                       end-if
                   end-if
               end-if
           end-if.

      *    Quantite nulle : le composant est retire de la nomenclature.
      *    Chaque modification est historisee sur la fiche du kit.
       NomenclatureBDD.
           move spaces to ancienne_valeur of HistoriqueModificationInput.
           move spaces to nouvelle_valeur of HistoriqueModificationInput.
           if QuantiteComposantSaisie equal 0
               exec sql
                   DELETE FROM Nomenclature
                   WHERE code_kit = :CodeKitCourant
                   AND code_composant = :CodeComposantSaisi
               end-exec
               move "SUPPRESSION" to operation of HistoriqueModificationInput
           else
               if VerifComposantKit equal 0
                   exec sql
                       INSERT INTO Nomenclature (code_kit, code_composant, quantite, date_crea)
                       VALUES (:CodeKitCourant, :CodeComposantSaisi, :QuantiteComposantSaisie, getdate())
                   end-exec
                   move "CREATION" to operation of HistoriqueModificationInput
               else
                   exec sql
                       UPDATE Nomenclature
                       SET quantite = :QuantiteComposantSaisie,
                           date_modif = getdate()
                       WHERE code_kit = :CodeKitCourant
                       AND code_composant = :CodeComposantSaisi
                   end-exec
                   move "MODIFICATION" to operation of HistoriqueModificationInput
               end-if
           end-if.
           if sqlcode equal 0 or sqlcode equal 1
               move CodeKitCourant to id_entite of HistoriqueModificationInput
               string "Nomenclature composant " delimited by size
                      CodeComposantSaisi delimited by size
                      " qte/kit=" delimited by size
                      QuantiteComposantSaisie delimited by size
                      into nouvelle_valeur of HistoriqueModificationInput
               perform EnregistrerHistoriqueArticle
           else
               display Ligne-AlerteErreurBDD
               accept Pause line 1 col 1
           end-if.

      *    Ecran du kit (nomenclature ou ordre) suivi de la liste de ses
      *    composants avec leur stock.
       AffichageComposantsKit.
           if EcranComposantKit equal "N"
               display ecran-Nomenclature
           else
               display ecran-Assemblage
           end-if.
           move 12 to NoLigneComposantKit.
           perform ListeComposantsKit.

       ListeComposantsKit.
           perform ListeComposantsKit-init.
           perform ListeComposantsKit-trt until EOLK = 1.
           perform ListeComposantsKit-fin.

       ListeComposantsKit-init.
           move 0 to EOLK.
           exec sql
               declare C-ComposantsKit cursor for
                   select n.code_composant, a.libelle, n.quantite, a.quantite_stock,
                          case when isnull(a.prix_moyen_pondere, 0) > 0
                               then a.prix_moyen_pondere
                               else a.prix_achat end
                   from Nomenclature n
                   join Article a on a.code_article = n.code_composant
                   where n.code_kit = :CodeKitCourant
                   order by n.code_composant
           end-exec.
           exec sql
               open C-ComposantsKit
           end-exec.

       ListeComposantsKit-trt.
           exec sql
               fetch C-ComposantsKit into
                   :VueComposantKit.code_composant,
                   :VueComposantKit.libelle,
                   :VueComposantKit.quantite,
                   :VueComposantKit.quantite_stock,
                   :VueComposantKit.pmp
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLK
           else
               perform AffichageComposantKit
           end-if.

       ListeComposantsKit-fin.
           exec sql
               close C-ComposantsKit
           end-exec.

       AffichageComposantKit.
           Add 1 to NoLigneComposantKit.

           Display LigneComposantKit.

           if NoLigneComposantKit equal 23
               Display Ligne-PageSuivanteClient
               Move "S" to ResponseComposantKit
               accept ResponseComposantKit line 1 col 29 reverse-video

               if ResponseComposantKit = "M" or ResponseComposantKit = "m"
                   move 1 to EOLK
               else
                   move 12 to NoLigneComposantKit
                   if EcranComposantKit equal "N"
                       display ecran-Nomenclature
                   else
                       display ecran-Assemblage
                   end-if
               end-if
           end-if.

      *    Nombre de composants d'un kit (0 : l'article n'est pas un
      *    kit), cout des composants d'un kit au PMP et nombre de kits
      *    assemblables avec le stock des composants.
      *    Renseigner CodeKitCourant.
       RechercheComposantsKit.
           move 0 to NbComposantsKit.
           move 0 to CoutUnitaireKit.
           move 0 to QuantiteAssemblable.
           exec sql
               SELECT COUNT(*),
                      isnull(sum(n.quantite * case when isnull(a.prix_moyen_pondere, 0) > 0
                                                   then a.prix_moyen_pondere
                                                   else a.prix_achat end), 0),
                      isnull(min(case when a.quantite_stock > isnull(ind.quantite, 0)
                                      then (a.quantite_stock - isnull(ind.quantite, 0)) / n.quantite
                                      else 0 end), 0)
               INTO :NbComposantsKit, :CoutUnitaireKit, :QuantiteAssemblable
               FROM Nomenclature n
               JOIN Article a ON a.code_article = n.code_composant
      *        lots des composants non disponibles (quarantaine, bloques,
      *        perimes)
               LEFT JOIN (SELECT l.code_article, sum(l.quantite_restante) as quantite
                          FROM LotArticle l
                          WHERE l.quantite_restante > 0
                          AND (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                               or l.date_peremption < CAST(getdate() as date))
                          GROUP BY l.code_article) ind ON ind.code_article = n.code_composant
               WHERE n.code_kit = :CodeKitCourant
           end-exec.

      *    Ordre d'assemblage : les composants sortent du stock (retrait
      *    par emplacement et FEFO sur les lots) et le kit entre,
      *    valorise a la somme des PMP de ses composants. Le
      *    desassemblage fait l'inverse : le kit sort et les composants
      *    rentrent a leur PMP, qui reste donc inchange.
       OrdreAssemblageKit.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   move code_article of ArticleRecupere to CodeKitCourant
                   move libelle of ArticleRecupere to LibelleKitCourant
                   move quantite_stock of ArticleRecupere to StockKitCourant
                   perform RechercheComposantsKit
                   if NbComposantsKit equal 0
                       display Ligne-AlerteArticleNonKit
                       accept Pause line 1 col 1
                   else
                       perform SaisieOrdreAssemblage
                   end-if
               end-if
           end-if.
           initialize ArticleRecupere.

       SaisieOrdreAssemblage.
           move 0 to QuantiteAssemblage.
           move spaces to EmplacementAssemblage.
           move spaces to SensAssemblage.
           move "A" to EcranComposantKit.
           perform AffichageComposantsKit.
           move "R" to ChoixAssemblage.
           display Ligne-ChoixAssemblage.
           accept ChoixAssemblage line 5 col 53 reverse-video.
           evaluate ChoixAssemblage
               when "A"
               when "a"
                   move "A" to SensAssemblage
                   move "ASSEMBLAGE" to MotifAssemblage
               when "D"
               when "d"
                   move "D" to SensAssemblage
                   move "DESASSEMBLAGE" to MotifAssemblage
           end-evaluate.
           if SensAssemblage not equal spaces
               display EffaceLigne5
               accept QuantiteAssemblage line 10 col 34 prompt
               if QuantiteAssemblage not equal 0
                   perform ControleOrdreAssemblage
               end-if
           end-if.

       ControleOrdreAssemblage.
      *    Un desassemblage ne consomme que des kits disponibles (hors
      *    lots en quarantaine, bloques ou perimes).
           move 0 to QuantiteDisponibleSortie.
           if SensAssemblage equal "D"
               move CodeKitCourant to CodeArticleDisponible
               perform RechercheDisponibleSortie
           end-if.
           if SensAssemblage equal "A"
           and QuantiteAssemblage > QuantiteAssemblable
               display Ligne-AlerteComposantsInsuffisants
               accept Pause line 1 col 1
           else
               if SensAssemblage equal "D"
               and QuantiteAssemblage > QuantiteDisponibleSortie
                   display Ligne-AlerteStockKitInsuffisant
                   accept Pause line 1 col 1
               else
      *            Emplacement ou entre le kit assemble, ou les composants
      *            recuperes au desassemblage.
                   perform ChoixEmplacementValide
                   move EmplacementChoisi to EmplacementAssemblage
                   perform AffichageComposantsKit
                   move "O" to ChoixConfirmationAssemblage
                   display Ligne-DemandeAssemblage
                   accept ChoixConfirmationAssemblage line 5 col 46 reverse-video
                   if ChoixConfirmationAssemblage = "O" or ChoixConfirmationAssemblage = "o"
                       perform OrdreAssemblageBDD
                   end-if
               end-if
           end-if.

      *    Tout l'ordre (composants, kit, trace de l'ordre) est valide
      *    ou annule d'un bloc.
       OrdreAssemblageBDD.
           move 0 to ErreurAssemblage.
           move spaces to NoLotAssemblage.
           string MotifAssemblage delimited by " "
                  " " delimited by size
                  CodeKitCourant delimited by size
                  into NoLotAssemblage.
           exec sql
               set autocommit off
           end-exec.
           perform MouvementComposantsKit.
           if ErreurAssemblage equal 0
               perform MouvementKitAssemblage
           end-if.
           if ErreurAssemblage equal 0
               exec sql
                   INSERT INTO OrdreAssemblage (code_kit, type_ordre, quantite, cout_unitaire, code_emplacement, utilisateur, date_ordre)
                   VALUES (:CodeKitCourant, :MotifAssemblage, :QuantiteAssemblage, :CoutUnitaireKit,
                           :EmplacementAssemblage, :UtilisateurCourant, getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.
           if ErreurAssemblage equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.
           display EffaceLigne5.
           if ErreurAssemblage equal 0
               exec sql
                   set autocommit on
               end-exec
               if SensAssemblage equal "A"
                   display Ligne-AssemblageEffectue
               else
                   display Ligne-DesassemblageEffectue
               end-if
           else
               exec sql
                   rollback work
               end-exec
               exec sql
                   set autocommit on
               end-exec
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

       MouvementComposantsKit.
           perform MouvementComposantsKit-init.
           perform MouvementComposantsKit-trt until EOMK = 1.
           perform MouvementComposantsKit-fin.

       MouvementComposantsKit-init.
           move 0 to EOMK.
           exec sql
               declare C-MouvementComposantsKit cursor for
                   select code_composant, quantite
                   from Nomenclature
                   where code_kit = :CodeKitCourant
                   order by code_composant
           end-exec.
           exec sql
               open C-MouvementComposantsKit
           end-exec.

       MouvementComposantsKit-trt.
           exec sql
               fetch C-MouvementComposantsKit into
                   :VueComposantKit.code_composant,
                   :VueComposantKit.quantite
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOMK
               if sqlcode not equal 100
                   move 1 to ErreurAssemblage
               end-if
           else
               compute QuantiteMouvementComposant =
                   QuantiteAssemblage * quantite of VueComposantKit
               if SensAssemblage equal "A"
                   perform SortieComposantAssemblage
               else
                   perform EntreeComposantDesassemblage
               end-if
               if ErreurAssemblage equal 1
                   move 1 to EOMK
               end-if
           end-if.

       MouvementComposantsKit-fin.
           exec sql
               close C-MouvementComposantsKit
           end-exec.

      *    Le stock du composant est controle dans la mise a jour meme :
      *    une sortie concurrente entre la saisie et la validation fait
      *    echouer l'ordre.
       SortieComposantAssemblage.
           exec sql
               UPDATE Article
               SET quantite_stock = quantite_stock - :QuantiteMouvementComposant,
                   date_modif     = getdate()
               WHERE code_article = :VueComposantKit.code_composant
               AND quantite_stock >= :QuantiteMouvementComposant
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurAssemblage
           else
               exec sql
                   INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                       VALUES (:VueComposantKit.code_composant, 'SORTIE', :QuantiteMouvementComposant, :MotifAssemblage, getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.
           if ErreurAssemblage equal 0
               move code_composant of VueComposantKit to MajEmplacementArticle
               move QuantiteMouvementComposant to RetraitEmplacementReste
               perform RetraitStockEmplacements
               if ErreurMajEmplacement equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.

       EntreeComposantDesassemblage.
           exec sql
               UPDATE Article
               SET quantite_stock = quantite_stock + :QuantiteMouvementComposant,
                   date_modif     = getdate()
               WHERE code_article = :VueComposantKit.code_composant
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurAssemblage
           else
               exec sql
                   INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                       VALUES (:VueComposantKit.code_composant, 'ENTREE', :QuantiteMouvementComposant, :MotifAssemblage, getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.
           if ErreurAssemblage equal 0
               move code_composant of VueComposantKit to MajEmplacementArticle
               move QuantiteMouvementComposant to MajEmplacementQuantite
               move EmplacementAssemblage to EmplacementChoisi
               perform MajStockEmplacement
               if ErreurMajEmplacement equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.
      *    Les composants recuperes forment un lot sans date limite,
      *    servi apres les lots dates par le FEFO.
           if ErreurAssemblage equal 0
               exec sql
                   INSERT INTO LotArticle (code_article, no_lot, date_peremption, quantite_restante, date_crea)
                       VALUES (:VueComposantKit.code_composant, :NoLotAssemblage, NULL, :QuantiteMouvementComposant, getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
           end-if.

      *    Entree du kit assemble (PMP pondere avec le cout des
      *    composants) ou sortie du kit desassemble.
       MouvementKitAssemblage.
           if SensAssemblage equal "A"
               move 0 to PmpKitAvant
               exec sql
                   SELECT quantite_stock,
                          case when isnull(prix_moyen_pondere, 0) > 0
                               then prix_moyen_pondere
                               else prix_achat end
                       INTO :StockKitCourant, :PmpKitAvant
                       FROM Article
                       WHERE code_article = :CodeKitCourant
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               else
                   compute PmpKitNouveau rounded =
                       (StockKitCourant * PmpKitAvant
                        + QuantiteAssemblage * CoutUnitaireKit)
                       / (StockKitCourant + QuantiteAssemblage)
                   exec sql
                       UPDATE Article
                       SET quantite_stock     = quantite_stock + :QuantiteAssemblage,
                           prix_moyen_pondere = :PmpKitNouveau,
                           date_modif         = getdate()
                       WHERE code_article = :CodeKitCourant
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
               if ErreurAssemblage equal 0
                   exec sql
                       INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                           VALUES (:CodeKitCourant, 'ENTREE', :QuantiteAssemblage, :MotifAssemblage, getdate())
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
               if ErreurAssemblage equal 0
                   move CodeKitCourant to MajEmplacementArticle
                   move QuantiteAssemblage to MajEmplacementQuantite
                   move EmplacementAssemblage to EmplacementChoisi
                   perform MajStockEmplacement
                   if ErreurMajEmplacement equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
               if ErreurAssemblage equal 0
                   exec sql
                       INSERT INTO LotArticle (code_article, no_lot, date_peremption, quantite_restante, date_crea)
                           VALUES (:CodeKitCourant, :NoLotAssemblage, NULL, :QuantiteAssemblage, getdate())
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
           else
               exec sql
                   UPDATE Article
                   SET quantite_stock = quantite_stock - :QuantiteAssemblage,
                       date_modif     = getdate()
                   WHERE code_article = :CodeKitCourant
                   AND quantite_stock >= :QuantiteAssemblage
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurAssemblage
               end-if
               if ErreurAssemblage equal 0
                   exec sql
                       INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                           VALUES (:CodeKitCourant, 'SORTIE', :QuantiteAssemblage, :MotifAssemblage, getdate())
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
               if ErreurAssemblage equal 0
                   move CodeKitCourant to MajEmplacementArticle
                   move QuantiteAssemblage to RetraitEmplacementReste
                   perform RetraitStockEmplacements
                   if ErreurMajEmplacement equal 1
                       move 1 to ErreurAssemblage
                   end-if
               end-if
           end-if.

      *************************************************************
      *************************************************************
      * Quarantaine et blocage des lots : les lots recus d'un article
      * ou d'un fournisseur soumis au controle a reception arrivent
      * en QUARANTAINE ; le controle qualite les libere, les rebute
      * ou les retourne au fournisseur. Un responsable peut bloquer
      * ou debloquer tout lot, les lots perimes se bloquent d'eux-memes.
      * Seuls les lots DISPONIBLE (ou sans statut, anterieurs) sont
      * servis par le FEFO et comptes dans le disponible.
      *************************************************************
      *************************************************************

      *    Blocage automatique des lots dont la date limite est passee,
      *    a chaque lancement (interactif ou traitement de nuit). Chaque
      *    lot bloque est historise comme un changement de statut saisi
      *    (voir MajStatutLot), sous l'utilisateur du traitement de nuit.
       BlocageLotsPerimes.
           move 0 to ErreurControleQualite.
           exec sql
               set autocommit off
           end-exec.
           exec sql
               INSERT INTO HistoriqueModification
                   (type_entite, id_entite, operation, ancienne_valeur, nouvelle_valeur, utilisateur, date_modif)
                   SELECT 'Article', code_article, 'MODIFICATION',
                          'Lot ' + rtrim(no_lot) + ' statut=' + isnull(statut, 'DISPONIBLE'),
                          'Lot ' + rtrim(no_lot) + ' statut=BLOQUE (PERIME)',
                          'LOT', getdate()
                   FROM LotArticle
                   WHERE date_peremption < CAST(getdate() as date)
                   AND quantite_restante > 0
                   AND isnull(statut, 'DISPONIBLE') in ('DISPONIBLE', 'QUARANTAINE')
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               move 1 to ErreurControleQualite
           end-if.
           if ErreurControleQualite equal 0
               exec sql
                   UPDATE LotArticle
                   SET statut = 'BLOQUE',
                       motif_statut = 'PERIME',
                       date_statut = getdate()
                   WHERE date_peremption < CAST(getdate() as date)
                   AND quantite_restante > 0
                   AND isnull(statut, 'DISPONIBLE') in ('DISPONIBLE', 'QUARANTAINE')
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           if ErreurControleQualite equal 0
               exec sql
                   commit work
               end-exec
           else
               exec sql
                   rollback work
               end-exec
           end-if.
           exec sql
               set autocommit on
           end-exec.
           move 0 to ErreurControleQualite.

      *    Un lot recu arrive en quarantaine si l'article ou le
      *    fournisseur livreur est soumis au controle a reception.
       RechercheControleReception.
           move "DISPONIBLE" to StatutLotReception.
           move 0 to VerifControleReception.
           exec sql
               SELECT (SELECT COUNT(*) FROM Article
                        WHERE code_article = :commande.code_article
                        AND isnull(controle_reception, 0) = 1)
                    + (SELECT COUNT(*) FROM Fournisseur
                        WHERE id_fournisseur = :CodeFournisseur
                        AND isnull(controle_reception, 0) = 1)
                   INTO :VerifControleReception
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementCommande-erreur
           end-if.
           if VerifControleReception > 0
               move "QUARANTAINE" to StatutLotReception
           end-if.

      *    Quantite des lots d'un article en quarantaine (etat de stock).
       RechercheQuarantaineArticle.
           move 0 to QuantiteQuarantaineArticle.
           exec sql
               SELECT isnull(sum(quantite_restante), 0)
                   INTO :QuantiteQuarantaineArticle
                   FROM LotArticle
                   WHERE code_article = :article.code_article
                   AND statut = 'QUARANTAINE'
                   AND quantite_restante > 0
           end-exec.

      *************************************************************
      * Controle qualite : les lots en quarantaine sont presentes un
      * par un, du plus ancien au plus recent
      *************************************************************

       ControleQualiteLots.
           perform ControleQualiteLots-init.
           perform ControleQualiteLots-trt until EOQL = 1.
           perform ControleQualiteLots-fin.

       ControleQualiteLots-init.
           move 0 to EOQL.
           move 0 to IdLotCourant.
           perform BlocageLotsPerimes.

       ControleQualiteLots-trt.
           perform RechercheLotQuarantaineSuivant.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOQL
               display EffaceLigne5
               display Ligne-FinControleQualite
               accept Pause line 1 col 1
           else
               move id_lot of VueLotControle to IdLotCourant
               perform AffichageChoixControleQualite
           end-if.

       ControleQualiteLots-fin.
           initialize VueLotControle.

      *    Le lot suivant est relu en base a chaque passage (pas de
      *    curseur ouvert) : chaque decision est validee a part.
       RechercheLotQuarantaineSuivant.
           initialize VueLotControle.
           exec sql
               SELECT TOP 1 l.id_lot, l.code_article, a.libelle, l.no_lot,
                      isnull(convert(char(10), l.date_peremption, 103), ' '),
                      l.quantite_restante, l.statut, isnull(l.motif_statut, ' '),
                      isnull(l.id_commande, 0),
                      isnull(c.id_fournisseur, a.id_fournisseur),
                      isnull(f.raison_sociale, ' '),
                      isnull(convert(char(10), c.date_reception, 103), ' ')
                   INTO :VueLotControle.id_lot, :VueLotControle.code_article,
                        :VueLotControle.libelle, :VueLotControle.no_lot,
                        :VueLotControle.date_peremption,
                        :VueLotControle.quantite_restante,
                        :VueLotControle.statut, :VueLotControle.motif_statut,
                        :VueLotControle.id_commande,
                        :VueLotControle.id_fournisseur,
                        :VueLotControle.raison_sociale,
                        :VueLotControle.date_reception
                   FROM LotArticle l
                   JOIN Article a ON a.code_article = l.code_article
                   LEFT JOIN Commande c ON c.id_commande = l.id_commande
                   LEFT JOIN Fournisseur f ON f.id_fournisseur = isnull(c.id_fournisseur, a.id_fournisseur)
                   WHERE l.statut = 'QUARANTAINE'
                   AND l.quantite_restante > 0
                   AND l.id_lot > :IdLotCourant
                   ORDER BY l.id_lot
           end-exec.

       AffichageChoixControleQualite.
           display ecran-ControleQualiteLot.
           move "P" to ChoixControleQualite.
           display Ligne-ChoixControleQualite.
           accept ChoixControleQualite line 5 col 77 reverse-video.
           display EffaceLigne5.
           evaluate ChoixControleQualite
               when "L"
               when "l"
                   move "DISPONIBLE" to StatutLotCible
                   move "LIBERE CQ" to MotifStatutLot
                   perform MajStatutLot
                   if sqlcode equal 0 or sqlcode equal 1
                       display Ligne-LotLibere
                       accept Pause line 1 col 1
                   end-if
               when "R"
               when "r"
                   move "O" to ChoixConfirmationLot
                   display Ligne-DemandeRebutLot
                   accept ChoixConfirmationLot line 5 col 62 reverse-video
                   if ChoixConfirmationLot = "O" or ChoixConfirmationLot = "o"
                       move "REBUTE" to StatutLotCible
                       move "REBUT CQ" to MotifStatutLot
                       perform SortieLotControleBDD
                   end-if
               when "F"
               when "f"
                   move "O" to ChoixConfirmationLot
                   display Ligne-DemandeRetourLot
                   accept ChoixConfirmationLot line 5 col 70 reverse-video
                   if ChoixConfirmationLot = "O" or ChoixConfirmationLot = "o"
                       move "RETOURNE" to StatutLotCible
                       move "RETOUR CQ" to MotifStatutLot
                       perform SortieLotControleBDD
                   end-if
               when "Q"
               when "q"
                   move 1 to EOQL
           end-evaluate.

      *    Changement de statut d'un lot (liberation, blocage,
      *    deblocage). Renseigner StatutLotCible et MotifStatutLot.
       MajStatutLot.
           exec sql
               UPDATE LotArticle
               SET statut = :StatutLotCible,
                   motif_statut = :MotifStatutLot,
                   date_statut = getdate()
               WHERE id_lot = :VueLotControle.id_lot
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               display EffaceLigne5
               display Ligne-AlerteErreurBDD
               accept Pause line 1 col 1
           else
               move code_article of VueLotControle to id_entite of HistoriqueModificationInput
               move "MODIFICATION" to operation of HistoriqueModificationInput
               string "Lot " delimited by size
                      no_lot of VueLotControle delimited by "  "
                      " statut=" delimited by size
                      statut of VueLotControle delimited by " "
                      into ancienne_valeur of HistoriqueModificationInput
               string "Lot " delimited by size
                      no_lot of VueLotControle delimited by "  "
                      " statut=" delimited by size
                      StatutLotCible delimited by " "
                      " (" delimited by size
                      MotifStatutLot delimited by "  "
                      ")" delimited by size
                      into nouvelle_valeur of HistoriqueModificationInput
               perform EnregistrerHistoriqueArticle
           end-if.

      *    Rebut ou retour fournisseur d'un lot : tout le lot sort du
      *    stock (mouvement REBUT ou RETOUR au kardex), des emplacements
      *    mais sans toucher aux autres lots, et le lot est solde. Un
      *    retour ouvre une ligne ATTENTE AVOIR comme le retour saisi
      *    depuis le menu article.
       SortieLotControleBDD.
           move 0 to ErreurControleQualite.
           exec sql
               set autocommit off
           end-exec.
           exec sql
               UPDATE Article
               SET quantite_stock = quantite_stock - :VueLotControle.quantite_restante,
                   date_modif     = getdate()
               WHERE code_article = :VueLotControle.code_article
               AND quantite_stock >= :VueLotControle.quantite_restante
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurControleQualite
           end-if.
           if ErreurControleQualite equal 0
               if StatutLotCible equal "REBUTE"
                   exec sql
                       INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                           VALUES (:VueLotControle.code_article, 'SORTIE', :VueLotControle.quantite_restante, 'REBUT', getdate())
                   end-exec
               else
                   exec sql
                       INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                           VALUES (:VueLotControle.code_article, 'RETOUR', :VueLotControle.quantite_restante, 'RETOUR FOURNISSEUR', getdate())
                   end-exec
               end-if
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           if ErreurControleQualite equal 0
           and StatutLotCible equal "RETOURNE"
               perform RetourLotFournisseurBDD
           end-if.
           if ErreurControleQualite equal 0
               move code_article of VueLotControle to MajEmplacementArticle
               move quantite_restante of VueLotControle to RetraitEmplacementReste
               move 1 to RetraitHorsLots
               perform RetraitStockEmplacements
               move 0 to RetraitHorsLots
               if ErreurMajEmplacement equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           if ErreurControleQualite equal 0
               exec sql
                   UPDATE LotArticle
                   SET quantite_restante = 0,
                       statut = :StatutLotCible,
                       motif_statut = :MotifStatutLot,
                       date_statut = getdate()
                   WHERE id_lot = :VueLotControle.id_lot
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           if ErreurControleQualite equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           display EffaceLigne5.
           if ErreurControleQualite equal 0
               exec sql
                   set autocommit on
               end-exec
               if StatutLotCible equal "REBUTE"
                   display Ligne-LotRebute
               else
                   display Ligne-LotRetourne
               end-if
           else
               exec sql
                   rollback work
               end-exec
               exec sql
                   set autocommit on
               end-exec
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *    Avoir attendu valorise au tarif courant du fournisseur du lot
      *    (pas de tarif : prix d'achat de l'article) ; une erreur de
      *    lecture de l'un ou de l'autre annule le retour.
       RetourLotFournisseurBDD.
           move 0 to PrixRetourRetenu.
           exec sql
               SELECT TOP 1 prix_unitaire INTO :PrixRetourRetenu
               FROM FournisseurArticlePrix
               WHERE code_article = :VueLotControle.code_article
               AND id_fournisseur = :VueLotControle.id_fournisseur
               AND (date_effet is null or date_effet <= getdate())
               ORDER BY case when date_effet is null then 0 else 1 end desc,
                        date_effet desc, date_crea desc
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               move 1 to ErreurControleQualite
           end-if.
           if ErreurControleQualite equal 0
           and PrixRetourRetenu equal 0
               exec sql
                   SELECT isnull(prix_achat, 0) INTO :PrixRetourRetenu
                   FROM Article
                   WHERE code_article = :VueLotControle.code_article
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.
           if ErreurControleQualite equal 0
               compute MontantRetourAttendu =
                   quantite_restante of VueLotControle * PrixRetourRetenu
               exec sql
                   INSERT INTO RetourFournisseur
                       (id_fournisseur, id_commande, code_article, quantite,
                        montant_attendu, statut, date_retour, date_statut)
                       VALUES (:VueLotControle.id_fournisseur, :VueLotControle.id_commande,
                               :VueLotControle.code_article, :VueLotControle.quantite_restante,
                               :MontantRetourAttendu, 'ATTENTE AVOIR',
                               getdate(), getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurControleQualite
               end-if
           end-if.

      *************************************************************
      * Blocage / deblocage d'un lot par un responsable
      *************************************************************

       BlocageLotArticle.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   perform ChoixLotArticle
                   if IdLotCourant not equal 0
                       perform RechercheLotArticle
                       if sqlcode equal 0 or sqlcode equal 1
                           perform SaisieBlocageLot
                       else
                           display Ligne-AlerteLotInconnu
                           accept Pause line 1 col 1
                       end-if
                   end-if
               end-if
           end-if.
           initialize ArticleRecupere.

       ChoixLotArticle.
           perform ChoixLotArticle-init.
           perform ChoixLotArticle-trt until EOLT = 1.
           perform ChoixLotArticle-fin.

       ChoixLotArticle-init.
           move 0 to EOLT.
           move 0 to IdLotCourant.
           exec sql
               declare C-ChoixLotArticle cursor for
                   select id_lot, no_lot,
                          isnull(convert(char(10), date_peremption, 103), ' '),
                          quantite_restante, isnull(statut, 'DISPONIBLE')
                   from LotArticle
                   where code_article = :ArticleRecupere.code_article
                   and quantite_restante > 0
                   order by case when date_peremption is null then 1 else 0 end,
                            date_peremption, id_lot
           end-exec.
           exec sql
               open C-ChoixLotArticle
           end-exec.
           display ecran-ChoixLotArticle.
           move 7 to NoLigneChoixLot.

       ChoixLotArticle-trt.
           exec sql
               fetch C-ChoixLotArticle into
                   :VueLotControle.id_lot,
                   :VueLotControle.no_lot,
                   :VueLotControle.date_peremption,
                   :VueLotControle.quantite_restante,
                   :VueLotControle.statut
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLT
               accept IdLotCourant line 5 col 69
           else
               perform AffichageChoixLot
           end-if.

       ChoixLotArticle-fin.
           exec sql
               close C-ChoixLotArticle
           end-exec.

       AffichageChoixLot.
           Add 1 to NoLigneChoixLot.

           Display LigneChoixLot.

           if NoLigneChoixLot equal 23
               Display Ligne-PageSuivanteClient
               Move "S" to ResponseChoixLot
               accept ResponseChoixLot line 1 col 29 reverse-video

               if ResponseChoixLot = "M" or ResponseChoixLot = "m"
                   move 1 to EOLT
                   accept IdLotCourant line 5 col 69
               else
                   move 7 to NoLigneChoixLot
                   display ecran-ChoixLotArticle
               end-if
           end-if.

      *    Le lot choisi doit appartenir a l'article et ne pas etre
      *    epuise.
       RechercheLotArticle.
           initialize VueLotControle.
           exec sql
               SELECT l.id_lot, l.code_article, a.libelle, l.no_lot,
                      isnull(convert(char(10), l.date_peremption, 103), ' '),
                      l.quantite_restante, isnull(l.statut, 'DISPONIBLE'),
                      isnull(l.motif_statut, ' '),
                      isnull(l.id_commande, 0),
                      isnull(c.id_fournisseur, a.id_fournisseur),
                      isnull(f.raison_sociale, ' '),
                      isnull(convert(char(10), c.date_reception, 103), ' '),
                      case when l.date_peremption < CAST(getdate() as date) then 1 else 0 end
                   INTO :VueLotControle.id_lot, :VueLotControle.code_article,
                        :VueLotControle.libelle, :VueLotControle.no_lot,
                        :VueLotControle.date_peremption,
                        :VueLotControle.quantite_restante,
                        :VueLotControle.statut, :VueLotControle.motif_statut,
                        :VueLotControle.id_commande,
                        :VueLotControle.id_fournisseur,
                        :VueLotControle.raison_sociale,
                        :VueLotControle.date_reception,
                        :VueLotControle.perime
                   FROM LotArticle l
                   JOIN Article a ON a.code_article = l.code_article
                   LEFT JOIN Commande c ON c.id_commande = l.id_commande
                   LEFT JOIN Fournisseur f ON f.id_fournisseur = isnull(c.id_fournisseur, a.id_fournisseur)
                   WHERE l.id_lot = :IdLotCourant
                   AND l.code_article = :ArticleRecupere.code_article
                   AND l.quantite_restante > 0
           end-exec.

      *    Un lot perime reste bloque : le debloquer le rendrait de
      *    nouveau servi par le FEFO. Un lot bloque (perime ou bloque par
      *    un responsable) sort du stock par la mise au rebut ou le retour
      *    au fournisseur, comme un lot en quarantaine au controle qualite.
       SaisieBlocageLot.
           display ecran-ControleQualiteLot.
           move "R" to ChoixBlocageLot.
           display Ligne-ChoixBlocageLot.
           accept ChoixBlocageLot line 5 col 75 reverse-video.
           display EffaceLigne5.
           evaluate ChoixBlocageLot
               when "B"
               when "b"
                   if statut of VueLotControle equal "BLOQUE"
                       display Ligne-AlerteLotDejaBloque
                   else
                       move "BLOQUE" to StatutLotCible
                       move "BLOCAGE RESPONSABLE" to MotifStatutLot
                       perform MajStatutLot
                       if sqlcode equal 0 or sqlcode equal 1
                           display Ligne-LotBloque
                       end-if
                   end-if
                   accept Pause line 1 col 1
               when "D"
               when "d"
                   if statut of VueLotControle not equal "BLOQUE"
                       display Ligne-AlerteLotNonBloque
                   else
                       if perime of VueLotControle equal 1
                           display Ligne-AlerteLotPerime
                       else
                           move "DISPONIBLE" to StatutLotCible
                           move "DEBLOCAGE" to MotifStatutLot
                           perform MajStatutLot
                           if sqlcode equal 0 or sqlcode equal 1
                               display Ligne-LotDebloque
                           end-if
                       end-if
                   end-if
                   accept Pause line 1 col 1
               when "M"
               when "m"
                   if statut of VueLotControle not equal "BLOQUE"
                       display Ligne-AlerteLotNonBloque
                       accept Pause line 1 col 1
                   else
                       move "O" to ChoixConfirmationLot
                       display Ligne-DemandeRebutLot
                       accept ChoixConfirmationLot line 5 col 62 reverse-video
                       if ChoixConfirmationLot = "O" or ChoixConfirmationLot = "o"
                           move "REBUTE" to StatutLotCible
                           move "REBUT LOT BLOQUE" to MotifStatutLot
                           perform SortieLotControleBDD
                       end-if
                   end-if
               when "F"
               when "f"
                   if statut of VueLotControle not equal "BLOQUE"
                       display Ligne-AlerteLotNonBloque
                       accept Pause line 1 col 1
                   else
                       move "O" to ChoixConfirmationLot
                       display Ligne-DemandeRetourLot
                       accept ChoixConfirmationLot line 5 col 70 reverse-video
                       if ChoixConfirmationLot = "O" or ChoixConfirmationLot = "o"
                           move "RETOURNE" to StatutLotCible
                           move "RETOUR LOT BLOQUE" to MotifStatutLot
                           perform SortieLotControleBDD
                       end-if
                   end-if
           end-evaluate.

      *************************************************************
      * Controle a reception d'un article ou d'un fournisseur
      *************************************************************

       ControleReceptionArticleFournisseur.
           display ecran-ControleReception.
           move "R" to ChoixControleReception.
           display Ligne-ChoixControleReception.
           accept ChoixControleReception line 5 col 50 reverse-video.
           evaluate ChoixControleReception
               when "A"
               when "a"
                   perform ControleReceptionArticle
               when "F"
               when "f"
                   perform ControleReceptionFournisseur
           end-evaluate.

       ControleReceptionArticle.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   move libelle of ArticleRecupere to LibelleControleReception
                   move 0 to ControleReceptionSaisi
                   exec sql
                       SELECT isnull(controle_reception, 0) INTO :ControleReceptionSaisi
                       FROM Article
                       WHERE code_article = :ArticleRecupere.code_article
                   end-exec
                   move ControleReceptionSaisi to VerifControleReception
                   display ecran-SaisieControleReception
                   accept ControleReceptionSaisi line 9 col 58 prompt
                   if ControleReceptionSaisi > 1
                       move 1 to ControleReceptionSaisi
                   end-if
                   exec sql
                       UPDATE Article
                       SET controle_reception = :ControleReceptionSaisi,
                           date_modif = getdate()
                       WHERE code_article = :ArticleRecupere.code_article
                   end-exec
                   if sqlcode equal 0 or sqlcode equal 1
                       move code_article of ArticleRecupere to id_entite of HistoriqueModificationInput
                       move "MODIFICATION" to operation of HistoriqueModificationInput
                       string "Controle reception=" delimited by size
                              VerifControleReception delimited by size
                              into ancienne_valeur of HistoriqueModificationInput
                       string "Controle reception=" delimited by size
                              ControleReceptionSaisi delimited by size
                              into nouvelle_valeur of HistoriqueModificationInput
                       perform EnregistrerHistoriqueArticle
                       display Ligne-ControleReceptionEnregistre
                   else
                       display Ligne-AlerteErreurBDD
                   end-if
                   accept Pause line 1 col 1
               end-if
           end-if.
           initialize ArticleRecupere.

       ControleReceptionFournisseur.
           initialize ChoixEcranFournisseur.
           initialize FournisseurRecupere.
           perform ChoixDuFournisseur.
           if ChoixEcranFournisseur <> 0
               move ChoixEcranFournisseur to IdFournisseurRecherche
               perform RechercheFournisseurParId
               initialize IdFournisseurRecherche
               move raison_sociale of FournisseurRecupere to LibelleControleReception
               move 0 to ControleReceptionSaisi
               exec sql
                   SELECT isnull(controle_reception, 0) INTO :ControleReceptionSaisi
                   FROM Fournisseur
                   WHERE id_fournisseur = :FournisseurRecupere.id_fournisseur
               end-exec
               move ControleReceptionSaisi to VerifControleReception
               display ecran-SaisieControleReception
               accept ControleReceptionSaisi line 9 col 58 prompt
               if ControleReceptionSaisi > 1
                   move 1 to ControleReceptionSaisi
               end-if
               exec sql
                   UPDATE Fournisseur
                   SET controle_reception = :ControleReceptionSaisi
                   WHERE id_fournisseur = :FournisseurRecupere.id_fournisseur
               end-exec
               if sqlcode equal 0 or sqlcode equal 1
                   move id_fournisseur of FournisseurRecupere to id_entite of HistoriqueModificationInput
                   move "MODIFICATION" to operation of HistoriqueModificationInput
                   string "Controle reception=" delimited by size
                          VerifControleReception delimited by size
                          into ancienne_valeur of HistoriqueModificationInput
                   string "Controle reception=" delimited by size
                          ControleReceptionSaisi delimited by size
                          into nouvelle_valeur of HistoriqueModificationInput
                   perform EnregistrerHistoriqueFournisseur
                   display Ligne-ControleReceptionEnregistre
               else
                   display Ligne-AlerteErreurBDD
               end-if
               accept Pause line 1 col 1
           end-if.
           initialize FournisseurRecupere.

      *************************************************************
      *************************************************************
      * Commandes fournisseur en attente (consultation/solde/annulation)
      *************************************************************
      *************************************************************

       ConsultationCommandeAttente.
           perform ConsultationCommandeAttente-init.
           perform ConsultationCommandeAttente-trt until EOCC = 1.
           perform ConsultationCommandeAttente-fin.

       ConsultationCommandeAttente-init.
           move 0 to EOCC.
      *    Les livraisons partielles restent visibles avec leur reliquat,
      *    jusqu'a la livraison du solde ou une cloture manuelle.
           exec sql
               declare C-CommandeAttente cursor for
                   select cf.id_commande_fournisseur, cf.code_article, a.libelle,
                          f.raison_sociale, cf.quantite, cf.date_commande,
                          cf.statut,
                          case when cf.statut = 'EN ATTENTE'
                               then cf.quantite
                               else cf.quantite_reliquat end
                   from CommandeFournisseur cf
                   join Article a on a.code_article = cf.code_article
                   join Fournisseur f on f.id_fournisseur = cf.id_fournisseur
                   where cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                   order by f.raison_sociale, cf.code_article
           end-exec.
           exec sql
               open C-CommandeAttente
           end-exec.

       ConsultationCommandeAttente-trt.
           exec sql
               fetch C-CommandeAttente into
                   :VueCommandeAttente.id_commande_fournisseur,
                   :VueCommandeAttente.code_article,
                   :VueCommandeAttente.libelle,
                   :VueCommandeAttente.raison_sociale,
                   :VueCommandeAttente.quantite,
                   :VueCommandeAttente.date_commande,
                   :VueCommandeAttente.statut,
                   :VueCommandeAttente.quantite_reliquat
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCC
               display EffaceLigne5
               display Ligne-FinCommandeAttente
               accept Pause line 1 col 1
           else
               move date_commande of VueCommandeAttente to CommandeAttenteDateAffichage
               display ecran-CommandeAttente
               display Ligne-ChoixCommandeAttente
               move "P" to ChoixCommandeAttente
               accept ChoixCommandeAttente line 5 col 56 reverse-video
               evaluate ChoixCommandeAttente
                   when "S"
                   when "s"
                       perform SolderCommandeAttente
                   when "A"
                   when "a"
                       if DroitResponsable equal 1
                           perform AnnulerCommandeAttente
                       else
                           display EffaceLigne5
                           perform AfficherNonAutorise
                       end-if
                   when "R"
                   when "r"
                       move 1 to EOCC
                   when other
                       continue
               end-evaluate
           end-if.

       ConsultationCommandeAttente-fin.
           exec sql
               close C-CommandeAttente
           end-exec.

      *    La marchandise arrivee est creditee par la reception du fichier
      *    de commande fournisseur, qui solde d'elle-meme la ligne en
      *    attente - solder ici ne touche donc pas au stock, elle ne fait
      *    que clore manuellement une ligne restee ouverte.
       SolderCommandeAttente.
           exec sql
               UPDATE CommandeFournisseur
               SET statut = 'SOLDEE',
                   quantite_reliquat = 0,
                   date_statut = getdate()
               WHERE id_commande_fournisseur = :VueCommandeAttente.id_commande_fournisseur
           end-exec.
           display EffaceLigne5.
           if sqlcode equal 0 or sqlcode equal 1
               display Ligne-CommandeAttenteSoldee
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

       AnnulerCommandeAttente.
           exec sql
               UPDATE CommandeFournisseur
               SET statut = 'ANNULEE',
                   date_statut = getdate()
               WHERE id_commande_fournisseur = :VueCommandeAttente.id_commande_fournisseur
           end-exec.
           display EffaceLigne5.
           if sqlcode equal 0 or sqlcode equal 1
               display Ligne-CommandeAttenteAnnulee
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Inventaire physique
      *************************************************************
      *************************************************************

       MenuInventaire.
           perform MenuInventaire-init.
           perform MenuInventaire-trt until ChoixMenuInventaire = 0.
           perform MenuInventaire-fin.

       MenuInventaire-init.
           move 1 to ChoixMenuInventaire.

       MenuInventaire-trt.
           move 0 to ChoixMenuInventaire.
           display ecran-MenuInventaire.
           accept ChoixMenuInventaire line 5 col 77 auto.
           evaluate ChoixMenuInventaire
               when 1
                   perform OuvrirInventaire
               when 2
                   perform SaisieInventaire
               when 3
                   perform EtatEcartsInventaire
               when 4
                   if DroitResponsable equal 1
                       perform ValiderInventaire
                   else
                       perform AfficherNonAutorise
                   end-if
               when 5
                   perform AbandonnerInventaire
           end-evaluate.

       MenuInventaire-fin.
           continue.

      *    Un seul inventaire EN COURS a la fois - renseigne
      *    IdInventaireCourant (0 si aucun inventaire ouvert).
       RechercheInventaireEnCours.
           move 0 to IdInventaireCourant.
           exec sql
               SELECT TOP 1 id_inventaire INTO :IdInventaireCourant
               FROM Inventaire
               WHERE statut = 'EN COURS'
               ORDER BY id_inventaire
           end-exec.

      *    Ouverture : la liste des articles a compter est figee avec le
      *    stock systeme et le prix moyen pondere du moment, pour que les ecarts
      *    restent calcules sur la photo du lancement meme si le stock
      *    bouge pendant le comptage.
       OuvrirInventaire.
           perform RechercheInventaireEnCours.
           if IdInventaireCourant not equal 0
               display Ligne-InventaireDejaEnCours
               accept Pause line 1 col 1
           else
               exec sql
                   INSERT INTO Inventaire (statut, date_crea, date_statut, utilisateur)
                   VALUES ('EN COURS', getdate(), getdate(), :UtilisateurCourant)
               end-exec
               if sqlcode equal 0 or sqlcode equal 1
                   move 0 to IdInventaireCourant
                   exec sql
                       SELECT scope_identity() INTO :IdInventaireCourant
                   end-exec
                   if IdInventaireCourant equal 0
                       display Ligne-AlerteErreurBDD
                       accept Pause line 1 col 1
                   else
      *                Le prix fige pour valoriser les ecarts est le prix
      *                moyen pondere (prix d'achat a defaut).
                       exec sql
                           INSERT INTO InventaireLigne
                               (id_inventaire, code_article, quantite_systeme, prix_achat, quantite_comptee, compte)
                           SELECT :IdInventaireCourant, code_article, quantite_stock,
                                  case when isnull(prix_moyen_pondere, 0) > 0
                                       then prix_moyen_pondere
                                       else prix_achat end, 0, 0
                           FROM Article
                       end-exec
                       if sqlcode equal 0 or sqlcode equal 1
                           display Ligne-InventaireOuvert
                       else
      *    On ne laisse pas un entete EN COURS sans lignes bloquer
      *    l'ouverture des inventaires suivants.
                           exec sql
                               DELETE FROM Inventaire
                               WHERE id_inventaire = :IdInventaireCourant
                           end-exec
                           display Ligne-AlerteErreurBDD
                       end-if
                       accept Pause line 1 col 1
                   end-if
               else
                   display Ligne-AlerteErreurBDD
                   accept Pause line 1 col 1
               end-if
           end-if.

      *************************************************************
      * Saisie des comptages, article par article
      *************************************************************

       SaisieInventaire.
           perform RechercheInventaireEnCours.
           if IdInventaireCourant equal 0
               display Ligne-PasInventaireEnCours
               accept Pause line 1 col 1
           else
               perform SaisieInventaire-init
               perform SaisieInventaire-trt until EOSI = 1
               perform SaisieInventaire-fin
           end-if.

       SaisieInventaire-init.
           move 0 to EOSI.
           exec sql
               declare C-SaisieInventaire cursor for
                   select il.code_article, a.libelle, il.quantite_systeme,
                          il.quantite_comptee
                   from InventaireLigne il
                   join Article a on a.code_article = il.code_article
                   where il.id_inventaire = :IdInventaireCourant
                   order by a.libelle
           end-exec.
           exec sql
               open C-SaisieInventaire
           end-exec.

       SaisieInventaire-trt.
           exec sql
               fetch C-SaisieInventaire into
                   :VueLigneInventaire.code_article,
                   :VueLigneInventaire.libelle,
                   :VueLigneInventaire.quantite_systeme,
                   :VueLigneInventaire.quantite_comptee
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOSI
               display EffaceLigne5
               display Ligne-FinSaisieInventaire
               accept Pause line 1 col 1
           else
               display ecran-SaisieInventaire
               accept quantite_comptee of VueLigneInventaire line 9 col 32 prompt
               move "E" to ChoixSaisieInventaire
               display Ligne-ChoixSaisieInventaire
               accept ChoixSaisieInventaire line 5 col 49 reverse-video
               evaluate ChoixSaisieInventaire
                   when "E"
                   when "e"
                       perform SaisieInventaireBDD
                   when "P"
                   when "p"
                       continue
                   when "R"
                   when "r"
                       move 1 to EOSI
                   when other
                       continue
               end-evaluate
           end-if.

       SaisieInventaire-fin.
           exec sql
               close C-SaisieInventaire
           end-exec.

       SaisieInventaireBDD.
           exec sql
               UPDATE InventaireLigne
               SET quantite_comptee = :VueLigneInventaire.quantite_comptee,
                   compte = 1
               WHERE id_inventaire = :IdInventaireCourant
               AND code_article = :VueLigneInventaire.code_article
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               display Ligne-AlerteErreurBDD
               accept Pause line 1 col 1
           end-if.

      *************************************************************
      * Etat des ecarts (stock systeme vs compte, valorise au prix
      * moyen pondere fige a l'ouverture)
      *************************************************************

       EtatEcartsInventaire.
           perform RechercheInventaireEnCours.
           if IdInventaireCourant equal 0
               display Ligne-PasInventaireEnCours
               accept Pause line 1 col 1
           else
               perform EtatEcartsInventaire-init
               perform EtatEcartsInventaire-trt until EOEI = 1
               perform EtatEcartsInventaire-fin
           end-if.

       EtatEcartsInventaire-init.
           move 0 to EOEI.
           move 0 to noPageEcartInventaire.
           move 0 to nbLigneEcartInventaire.
           move 0 to TotalEcartInventaire.
           open output f-fichierEcartInventaire.

      *    Ecriture entete
           move IdInventaireCourant to no_inventaire of LigneEI3 of EnteteFichierEcartInventaire.
           move jour of DateSysteme to jour of LigneEI3 of EnteteFichierEcartInventaire.
           move mois of DateSysteme to mois of LigneEI3 of EnteteFichierEcartInventaire.
           move Annee of DateSysteme to annee of LigneEI3 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI1 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI2 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI3 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI4 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI5 of EnteteFichierEcartInventaire.
           write e-fichierEcartInventaire from LigneEI6 of EnteteFichierEcartInventaire.

           exec sql
               declare C-EcartInventaire cursor for
                   select il.code_article, a.libelle, il.quantite_systeme,
                          il.quantite_comptee, il.prix_achat
                   from InventaireLigne il
                   join Article a on a.code_article = il.code_article
                   where il.id_inventaire = :IdInventaireCourant
                   and il.compte = 1
                   and il.quantite_comptee <> il.quantite_systeme
                   order by il.code_article
           end-exec.
           exec sql
               open C-EcartInventaire
           end-exec.

       EtatEcartsInventaire-trt.
           exec sql
               fetch C-EcartInventaire into
                   :VueLigneInventaire.code_article,
                   :VueLigneInventaire.libelle,
                   :VueLigneInventaire.quantite_systeme,
                   :VueLigneInventaire.quantite_comptee,
                   :VueLigneInventaire.prix_achat
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOEI
           else
               compute EcartInventaire =
                   quantite_comptee of VueLigneInventaire - quantite_systeme of VueLigneInventaire
               compute ValeurEcartInventaire =
                   EcartInventaire * prix_achat of VueLigneInventaire
               add ValeurEcartInventaire to TotalEcartInventaire

               move code_article of VueLigneInventaire to code_article of CorpsFichierEcartInventaire
               move libelle of VueLigneInventaire to libelle of CorpsFichierEcartInventaire
               move quantite_systeme of VueLigneInventaire to quantite_systeme of CorpsFichierEcartInventaire
               move quantite_comptee of VueLigneInventaire to quantite_comptee of CorpsFichierEcartInventaire
               move EcartInventaire to ecart of CorpsFichierEcartInventaire
               move ValeurEcartInventaire to valeur_ecart of CorpsFichierEcartInventaire

               write e-fichierEcartInventaire from CorpsFichierEcartInventaire
               add 1 to nbLigneEcartInventaire

               if nbLigneEcartInventaire equal MaxLigneEcartInventaire
                   add 1 to noPageEcartInventaire
                   move noPageEcartInventaire to NbPage of PiedDePageFichierEcartInventaire
                   write e-fichierEcartInventaire from PiedDePageFichierEcartInventaire
                   move 0 to nbLigneEcartInventaire
               end-if
           end-if.

       EtatEcartsInventaire-fin.
           exec sql
               close C-EcartInventaire
           end-exec.
           move TotalEcartInventaire to TotalEcartAffiche of FinPiedDePageFichierEcartInventaire.
           write e-fichierEcartInventaire from FinPiedDePageFichierEcartInventaire.
           close f-fichierEcartInventaire.

           display Ligne-EcartInventaireGenere.
           accept Pause line 1 col 1.

      *************************************************************
      * Validation : l'ajustement passe par un mouvement de stock
      * dedie (INVENTAIRE+ / INVENTAIRE-) applique en delta, pour que
      * le recalcul des seuils et l'historique restent coherents.
      *************************************************************

       ValiderInventaire.
           perform RechercheInventaireEnCours.
           if IdInventaireCourant equal 0
               display Ligne-PasInventaireEnCours
               accept Pause line 1 col 1
           else
               move "N" to ChoixValidationInventaire
               display Ligne-DemandeValidationInventaire
               accept ChoixValidationInventaire line 5 col 58 reverse-video
               if ChoixValidationInventaire = "O" or ChoixValidationInventaire = "o"
                   perform ValiderInventaire-init
                   perform ValiderInventaire-trt until EOVI = 1
                   perform ValiderInventaire-fin
               end-if
           end-if.

       ValiderInventaire-init.
           move 0 to EOVI.
           move 0 to ErreurValidationInventaire.
           move 0 to NbLignesArticleDisparu.
           exec sql
               declare C-ValidationInventaire cursor for
                   select il.code_article, il.quantite_systeme,
                          il.quantite_comptee
                   from InventaireLigne il
                   where il.id_inventaire = :IdInventaireCourant
                   and il.compte = 1
                   and il.quantite_comptee <> il.quantite_systeme
                   order by il.code_article
           end-exec.
           exec sql
               open C-ValidationInventaire
           end-exec.

       ValiderInventaire-trt.
           exec sql
               fetch C-ValidationInventaire into
                   :VueLigneInventaire.code_article,
                   :VueLigneInventaire.quantite_systeme,
                   :VueLigneInventaire.quantite_comptee
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOVI
               if sqlcode not equal 100
                   move 1 to ErreurValidationInventaire
               end-if
           else
               perform AjustementInventaireBDD
           end-if.

      *    On ne clot l'inventaire que si tous les ajustements sont passes
      *    - sinon il reste EN COURS et la validation peut etre relancee,
      *    les lignes deja appliquees n'etant pas rejouees.
       ValiderInventaire-fin.
           exec sql
               close C-ValidationInventaire
           end-exec.
           display EffaceLigne5.
           if ErreurValidationInventaire equal 0
               exec sql
                   UPDATE Inventaire
                   SET statut = 'VALIDE',
                       date_statut = getdate()
                   WHERE id_inventaire = :IdInventaireCourant
               end-exec
               if sqlcode equal 0 or sqlcode equal 1
                   display Ligne-InventaireValide
               else
                   display Ligne-AlerteErreurBDD
               end-if
           else
               display Ligne-AlerteErreurBDD
           end-if.
           if NbLignesArticleDisparu > 0
               display Ligne-InventaireArticlesDisparus
           end-if.
           accept Pause line 1 col 1.

      *    L'ecart est applique en delta sur le stock courant (et non en
      *    remplacement) : les mouvements passes entre l'ouverture et la
      *    validation restent ainsi comptabilises. Le stock ne descend
      *    jamais sous zero : un ecart negatif est plafonne au stock
      *    courant de l'article.
       AjustementInventaireBDD.
           compute EcartInventaire =
               quantite_comptee of VueLigneInventaire - quantite_systeme of VueLigneInventaire.
           if EcartInventaire > 0
               move EcartInventaire to EcartInventaireAbsolu
               exec sql
                   UPDATE Article
                   SET quantite_stock = quantite_stock + :EcartInventaireAbsolu,
                       date_modif     = getdate()
                   WHERE code_article = :VueLigneInventaire.code_article
               end-exec
               if sqlcode equal 100
      *            Article supprime depuis l'ouverture de l'inventaire :
      *            la ligne est ignoree et signalee, le reste de
      *            l'inventaire se valide normalement.
                   add 1 to NbLignesArticleDisparu
                   perform MarquerLigneInventaireAppliquee
               else
                   if sqlcode equal 0 or sqlcode equal 1
                       exec sql
                           INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                               VALUES (:VueLigneInventaire.code_article, 'INVENTAIRE+', :EcartInventaireAbsolu, 'INVENTAIRE', getdate())
                       end-exec
      *                Une hausse est portee sur le depot principal, pour
      *                que le detail par emplacement reste aligne sur le
      *                stock article.
                       move EmplacementDefaut to EmplacementChoisi
                       move code_article of VueLigneInventaire to MajEmplacementArticle
                       move EcartInventaireAbsolu to MajEmplacementQuantite
                       perform MajStockEmplacement
                       perform HistoriqueAjustementInventaire
                       perform MarquerLigneInventaireAppliquee
                   else
                       move 1 to ErreurValidationInventaire
                   end-if
               end-if
           else
               compute EcartInventaireAbsolu = 0 - EcartInventaire
               move 0 to StockArticleActuel
               exec sql
                   SELECT quantite_stock INTO :StockArticleActuel
                   FROM Article
                   WHERE code_article = :VueLigneInventaire.code_article
               end-exec
               if sqlcode equal 100
      *            Article supprime depuis l'ouverture de l'inventaire :
      *            meme traitement que pour un ecart positif.
                   add 1 to NbLignesArticleDisparu
                   perform MarquerLigneInventaireAppliquee
               else
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurValidationInventaire
               else
                   if EcartInventaireAbsolu > StockArticleActuel
                       move StockArticleActuel to EcartInventaireAbsolu
                   end-if
                   if EcartInventaireAbsolu > 0
                       exec sql
                           UPDATE Article
                           SET quantite_stock = quantite_stock - :EcartInventaireAbsolu,
                               date_modif     = getdate()
                           WHERE code_article = :VueLigneInventaire.code_article
                       end-exec
                       if sqlcode equal 0 or sqlcode equal 1
                           exec sql
                               INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                                   VALUES (:VueLigneInventaire.code_article, 'INVENTAIRE-', :EcartInventaireAbsolu, 'INVENTAIRE', getdate())
                           end-exec
      *                    Une baisse est repartie sur les emplacements de
      *                    l'article (depot principal d'abord) pour que le
      *                    total localise reste aligne sur le stock article.
                           move code_article of VueLigneInventaire to MajEmplacementArticle
                           move EcartInventaireAbsolu to RetraitEmplacementReste
                           perform RetraitStockEmplacements
                           perform HistoriqueAjustementInventaire
                           perform MarquerLigneInventaireAppliquee
                       else
                           move 1 to ErreurValidationInventaire
                       end-if
                   else
      *                Stock deja a zero : rien a ajuster, la ligne est soldee.
                       perform MarquerLigneInventaireAppliquee
                   end-if
               end-if
               end-if
           end-if.

       HistoriqueAjustementInventaire.
           move code_article of VueLigneInventaire to id_entite of HistoriqueModificationInput.
           move "MODIFICATION" to operation of HistoriqueModificationInput.
           string "Stock=" delimited by size
                  quantite_systeme of VueLigneInventaire delimited by size
                  " (systeme a l'ouverture)" delimited by size
                  into ancienne_valeur of HistoriqueModificationInput.
           string "Stock compte=" delimited by size
                  quantite_comptee of VueLigneInventaire delimited by size
                  " (ajustement inventaire)" delimited by size
                  into nouvelle_valeur of HistoriqueModificationInput.
           perform EnregistrerHistoriqueArticle.

      *    Une ligne appliquee est realignee (systeme = compte) pour
      *    qu'une relance apres incident ne rejoue pas son ajustement.
       MarquerLigneInventaireAppliquee.
           exec sql
               UPDATE InventaireLigne
               SET quantite_systeme = :VueLigneInventaire.quantite_comptee
               WHERE id_inventaire = :IdInventaireCourant
               AND code_article = :VueLigneInventaire.code_article
           end-exec.

       AbandonnerInventaire.
           perform RechercheInventaireEnCours.
           if IdInventaireCourant equal 0
               display Ligne-PasInventaireEnCours
               accept Pause line 1 col 1
           else
               move "N" to ChoixAbandonInventaire
               display Ligne-DemandeAbandonInventaire
               accept ChoixAbandonInventaire line 5 col 61 reverse-video
               if ChoixAbandonInventaire = "O" or ChoixAbandonInventaire = "o"
                   exec sql
                       UPDATE Inventaire
                       SET statut = 'ABANDONNE',
                           date_statut = getdate()
                       WHERE id_inventaire = :IdInventaireCourant
                   end-exec
                   display EffaceLigne5
                   if sqlcode equal 0 or sqlcode equal 1
                       display Ligne-InventaireAbandonne
                   else
                       display Ligne-AlerteErreurBDD
                   end-if
                   accept Pause line 1 col 1
               end-if
           end-if.

      *************************************************************
      *************************************************************
      * Fiche de stock (kardex) par article et par periode
      *************************************************************
      *************************************************************

       FicheStockArticle.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   perform SaisiePeriodeFiche
                   perform FicheStock-init
                   perform FicheStock-trt until EOFS = 1
                   perform FicheStock-fin
               end-if
           end-if.

      *    Bornes de la periode editee - une saisie vide couvre tout
      *    l'historique des mouvements de l'article. On redemande tant
      *    que le format jj/mm/aaaa n'est pas respecte.
       SaisiePeriodeFiche.
           move 0 to PeriodeFicheValide.
           perform SaisiePeriodeFiche-saisie until PeriodeFicheValide equal 1.

       SaisiePeriodeFiche-saisie.
           move spaces to DateDebutFiche.
           move spaces to DateFinFiche.
           display ecran-PeriodeFiche.
           accept DateDebutFiche line 7 col 32 prompt.
           accept DateFinFiche line 8 col 32 prompt.
           if DateDebutFiche equal spaces
               move "01/01/1900" to DateDebutFiche
           end-if.
           if DateFinFiche equal spaces
               move "31/12/2099" to DateFinFiche
           end-if.
           move 1 to PeriodeFicheValide.
           move zero to tally-counter.
           inspect DateDebutFiche tallying tally-counter for all "/".
           if tally-counter not equal 2
               move 0 to PeriodeFicheValide
           end-if.
           move zero to tally-counter.
           inspect DateFinFiche tallying tally-counter for all "/".
           if tally-counter not equal 2
               move 0 to PeriodeFicheValide
           end-if.
           if PeriodeFicheValide equal 0
               display Ligne-AlerteDateFiche
               accept Pause line 1 col 1
           end-if.

       FicheStock-init.
           move 0 to EOFS.
           move 0 to ErreurFicheStock.
           move 0 to noPageFicheStock.
           move 0 to nbLigneFicheStock.
           open output f-fichierFicheStock.

      *    Ecriture entete
           move code_article of ArticleRecupere to fs-code-article of LigneFS3 of EnteteFichierFicheStock.
           move libelle of ArticleRecupere to fs-libelle of LigneFS3 of EnteteFichierFicheStock.
           move jour of DateSysteme to jour of LigneFS3 of EnteteFichierFicheStock.
           move mois of DateSysteme to mois of LigneFS3 of EnteteFichierFicheStock.
           move Annee of DateSysteme to annee of LigneFS3 of EnteteFichierFicheStock.
           move DateDebutFiche to fs-date-debut of LigneFS4 of EnteteFichierFicheStock.
           move DateFinFiche to fs-date-fin of LigneFS4 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS1 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS2 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS3 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS4 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS5 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS6 of EnteteFichierFicheStock.
           write e-fichierFicheStock from LigneFS7 of EnteteFichierFicheStock.

      *    Solde initial reconstitue a partir du solde d'ouverture de la
      *    derniere cloture (0 si aucune) et des mouvements encore en
      *    base anterieurs a la periode editee.
           move 0 to SoldeFiche.
           exec sql
               SELECT isnull((select s.solde from SoldeOuvertureStock s
                              where s.code_article = :ArticleRecupere.code_article), 0)
                      + isnull(sum(case when type_mouvement in ('ENTREE', 'INVENTAIRE+', 'AJUSTEMENT+')
                                      then quantite
                                      when type_mouvement = 'TRANSFERT' then 0
                                      else 0 - quantite end), 0)
               INTO :SoldeFiche
               FROM MouvementStock
               WHERE code_article = :ArticleRecupere.code_article
               AND date_mouvement < convert(date, :DateDebutFiche, 103)
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurFicheStock
           end-if.
           move "Solde initial  :" to fs-solde-libelle of LigneSoldeFiche.
           move SoldeFiche to fs-solde-valeur of LigneSoldeFiche.
           write e-fichierFicheStock from LigneSoldeFiche.

           exec sql
               declare C-FicheStock cursor for
                   select type_mouvement, quantite, isnull(motif, ' '), date_mouvement
                   from MouvementStock
                   where code_article = :ArticleRecupere.code_article
                   and date_mouvement >= convert(date, :DateDebutFiche, 103)
                   and date_mouvement < dateadd(day, 1, convert(date, :DateFinFiche, 103))
                   order by date_mouvement, type_mouvement
           end-exec.
           exec sql
               open C-FicheStock
           end-exec.

       FicheStock-trt.
           exec sql
               fetch C-FicheStock into
                   :VueMouvementStock.type_mouvement,
                   :VueMouvementStock.quantite,
                   :VueMouvementStock.motif,
                   :VueMouvementStock.date_mouvement
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOFS
      *        Une erreur en cours de lecture est distinguee de la fin
      *        normale des mouvements : la fiche serait incomplete.
               if sqlcode not equal 100
                   move 1 to ErreurFicheStock
               end-if
           else
               move date_mouvement of VueMouvementStock to FicheStockDateAffichage
               move Jour of FicheStockDateAffichage to fs-jour of CorpsFichierFicheStock
               move Mois of FicheStockDateAffichage to fs-mois of CorpsFichierFicheStock
               move Annee of FicheStockDateAffichage to fs-annee of CorpsFichierFicheStock
               move type_mouvement of VueMouvementStock to fs-type of CorpsFichierFicheStock
               move motif of VueMouvementStock to fs-motif of CorpsFichierFicheStock

      *        Solde courant recalcule ligne a ligne. Un TRANSFERT entre
      *        emplacements est neutre : la quantite apparait en entree
      *        et en sortie, le solde ne bouge pas.
               if type_mouvement of VueMouvementStock equal "TRANSFERT"
                   move quantite of VueMouvementStock to fs-entree of CorpsFichierFicheStock
                   move quantite of VueMouvementStock to fs-sortie of CorpsFichierFicheStock
               else
                   if type_mouvement of VueMouvementStock equal "ENTREE"
                   or type_mouvement of VueMouvementStock equal "INVENTAIRE+"
                   or type_mouvement of VueMouvementStock equal "AJUSTEMENT+"
                       move quantite of VueMouvementStock to fs-entree of CorpsFichierFicheStock
                       move spaces to fs-sortie-texte of CorpsFichierFicheStock
                       add quantite of VueMouvementStock to SoldeFiche
                   else
                       move spaces to fs-entree-texte of CorpsFichierFicheStock
                       move quantite of VueMouvementStock to fs-sortie of CorpsFichierFicheStock
                       subtract quantite of VueMouvementStock from SoldeFiche
                   end-if
               end-if
               move SoldeFiche to fs-solde of CorpsFichierFicheStock

               write e-fichierFicheStock from CorpsFichierFicheStock
               add 1 to nbLigneFicheStock

               if nbLigneFicheStock equal MaxLigneFicheStock
                   add 1 to noPageFicheStock
                   move noPageFicheStock to NbPage of PiedDePageFichierFicheStock
                   write e-fichierFicheStock from PiedDePageFichierFicheStock
                   move 0 to nbLigneFicheStock
               end-if
           end-if.

       FicheStock-fin.
           exec sql
               close C-FicheStock
           end-exec.
           if ErreurFicheStock equal 0
               move "Solde final    :" to fs-solde-libelle of LigneSoldeFiche
               move SoldeFiche to fs-solde-valeur of LigneSoldeFiche
               write e-fichierFicheStock from LigneSoldeFiche
               close f-fichierFicheStock
               display Ligne-FicheStockGeneree
           else
               write e-fichierFicheStock from LigneEditionInterrompue
               close f-fichierFicheStock
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Controle de coherence entre le stock affiche et le stock
      * reconstitue par les mouvements historises
      *************************************************************
      *************************************************************

       ControleCoherenceStock.
           perform ControleCoherenceStock-init.
           perform ControleCoherenceStock-trt until EOCT = 1.
           perform ControleCoherenceEmplacement-init.
           perform ControleCoherenceEmplacement-trt until EOCL = 1.
           perform ControleCoherenceStock-fin.

       ControleCoherenceStock-init.
           move 0 to EOCT.
           move 0 to NbAnomaliesControle.
           move 0 to noPageControleStock.
           move 0 to nbLigneControleStock.
           open output f-fichierControleStock.

      *    Ecriture entete
           move jour of DateSysteme to jour of LigneCS3 of EnteteFichierControleStock.
           move mois of DateSysteme to mois of LigneCS3 of EnteteFichierControleStock.
           move Annee of DateSysteme to annee of LigneCS3 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS1 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS2 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS3 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS4 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS5 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS6 of EnteteFichierControleStock.

      *    Seuls les articles dont le stock affiche ne retombe pas sur le
      *    cumul signe des mouvements historises sont rapportes. Le cumul
      *    repart du solde d'ouverture pose par la cloture periodique
      *    (0 si aucune cloture n'a encore ete passee).
           exec sql
               declare C-ControleCoherence cursor for
                   select a.code_article, a.libelle, a.quantite_stock,
                          isnull((select s.solde from SoldeOuvertureStock s
                                  where s.code_article = a.code_article), 0)
                          + isnull(sum(case when m.type_mouvement in ('ENTREE', 'INVENTAIRE+', 'AJUSTEMENT+')
                                          then m.quantite
                                          when m.type_mouvement = 'TRANSFERT' then 0
                                          else 0 - m.quantite end), 0)
                   from Article a
                   left join MouvementStock m on m.code_article = a.code_article
                   group by a.code_article, a.libelle, a.quantite_stock
                   having a.quantite_stock <>
                          isnull((select s.solde from SoldeOuvertureStock s
                                  where s.code_article = a.code_article), 0)
                          + isnull(sum(case when m.type_mouvement in ('ENTREE', 'INVENTAIRE+', 'AJUSTEMENT+')
                                          then m.quantite
                                          when m.type_mouvement = 'TRANSFERT' then 0
                                          else 0 - m.quantite end), 0)
                   order by a.code_article
           end-exec.
           exec sql
               open C-ControleCoherence
           end-exec.

       ControleCoherenceStock-trt.
           exec sql
               fetch C-ControleCoherence into
                   :VueControleStock.code_article,
                   :VueControleStock.libelle,
                   :VueControleStock.quantite_stock,
                   :VueControleStock.stock_reconstitue
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCT
           else
               add 1 to NbAnomaliesControle
               compute EcartControle =
                   quantite_stock of VueControleStock - stock_reconstitue of VueControleStock

               move code_article of VueControleStock to code_article of CorpsFichierControleStock
               move libelle of VueControleStock to libelle of CorpsFichierControleStock
               move quantite_stock of VueControleStock to stock_affiche of CorpsFichierControleStock
               move stock_reconstitue of VueControleStock to stock_reconstitue of CorpsFichierControleStock
               move EcartControle to ecart of CorpsFichierControleStock

               write e-fichierControleStock from CorpsFichierControleStock
               add 1 to nbLigneControleStock

               if nbLigneControleStock equal MaxLigneControleStock
                   add 1 to noPageControleStock
                   move noPageControleStock to NbPage of PiedDePageFichierControleStock
                   write e-fichierControleStock from PiedDePageFichierControleStock
                   move 0 to nbLigneControleStock
               end-if
           end-if.

      *    Second rapprochement : le stock article doit aussi retomber
      *    sur le total localise par emplacement (une baisse plafonnee
      *    faute de stock localise, ou une donnee reprise sans
      *    ventilation, se voit ici).
       ControleCoherenceEmplacement-init.
           move 0 to EOCL.
           exec sql
               close C-ControleCoherence
           end-exec.
           write e-fichierControleStock from LigneCS2 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneSectionControleEmplacement.
           write e-fichierControleStock from LigneCS5 of EnteteFichierControleStock.
           write e-fichierControleStock from LigneCS6 of EnteteFichierControleStock.
           exec sql
               declare C-ControleEmplacement cursor for
                   select a.code_article, a.libelle, a.quantite_stock,
                          isnull((select sum(se.quantite)
                                  from StockEmplacement se
                                  where se.code_article = a.code_article), 0)
                   from Article a
                   where a.quantite_stock <>
                         isnull((select sum(se.quantite)
                                 from StockEmplacement se
                                 where se.code_article = a.code_article), 0)
                   order by a.code_article
           end-exec.
           exec sql
               open C-ControleEmplacement
           end-exec.

       ControleCoherenceEmplacement-trt.
           exec sql
               fetch C-ControleEmplacement into
                   :VueControleEmplacement.code_article,
                   :VueControleEmplacement.libelle,
                   :VueControleEmplacement.quantite_stock,
                   :VueControleEmplacement.stock_localise
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCL
           else
               add 1 to NbAnomaliesControle
               compute EcartControle =
                   quantite_stock of VueControleEmplacement - stock_localise of VueControleEmplacement

               move code_article of VueControleEmplacement to code_article of CorpsFichierControleStock
               move libelle of VueControleEmplacement to libelle of CorpsFichierControleStock
               move quantite_stock of VueControleEmplacement to stock_affiche of CorpsFichierControleStock
               move stock_localise of VueControleEmplacement to stock_reconstitue of CorpsFichierControleStock
               move EcartControle to ecart of CorpsFichierControleStock

               write e-fichierControleStock from CorpsFichierControleStock
               add 1 to nbLigneControleStock

               if nbLigneControleStock equal MaxLigneControleStock
                   add 1 to noPageControleStock
                   move noPageControleStock to NbPage of PiedDePageFichierControleStock
                   write e-fichierControleStock from PiedDePageFichierControleStock
                   move 0 to nbLigneControleStock
               end-if
           end-if.

       ControleCoherenceStock-fin.
           exec sql
               close C-ControleEmplacement
           end-exec.
           move NbAnomaliesControle to NbAnomaliesAffiche of FinPiedDePageFichierControleStock.
           write e-fichierControleStock from FinPiedDePageFichierControleStock.
           close f-fichierControleStock.

      *    Lance a la demande, le resultat s'affiche ; enchaine en fin de
      *    traitement de nuit, il est consigne dans le journal du lot.
           if ModeTraitementLot equal "O"
               perform EcritureJournalControle
           else
               display Ligne-ControleStockGenere
               accept Pause line 1 col 1
           end-if.

       EcritureJournalControle.
           move 0 to NoFluxChoisi.
           string "Controle coherence stock: " delimited by size
                  NbAnomaliesControle delimited by size
                  " anomalie(s) - voir fichierControleStock.txt" delimited by size
                  into MessageErreurCommande.
           move "CONTROL" to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.

      *************************************************************
      *************************************************************
      * Cloture periodique des mouvements : les mouvements
      * anterieurs a une date sont copies dans le fichier
      * d'archive, cumules dans le solde d'ouverture de chaque
      * article (SoldeOuvertureStock, repris par le kardex et le
      * controle de coherence), puis purges. L'ensemble est
      * tout-ou-rien : en cas d'erreur la base est inchangee et
      * l'archive est marquee interrompue.
      *************************************************************
      *************************************************************

       ClotureMouvementsStock.
           perform SaisieDateCloture.
           if DateClotureValide equal 1
               move "N" to ChoixConfirmationCloture
               display Ligne-DemandeConfirmationCloture
               accept ChoixConfirmationCloture line 5 col 62 reverse-video
               if ChoixConfirmationCloture = "O" or ChoixConfirmationCloture = "o"
                   perform ClotureMouvements-init
                   perform ClotureMouvementsArchive-trt until EOCM = 1
                   perform ClotureMouvementsSolde
                   perform ClotureMouvements-fin
               end-if
           end-if.

      *    Date limite de la cloture - une saisie vide abandonne. On
      *    redemande tant que le format jj/mm/aaaa n'est pas respecte.
       SaisieDateCloture.
           move 0 to DateClotureValide.
           perform SaisieDateCloture-saisie until DateClotureValide not equal 0.

       SaisieDateCloture-saisie.
           move spaces to DateClotureLimite.
           display ecran-ClotureMouvement.
           accept DateClotureLimite line 6 col 68 prompt.
           if DateClotureLimite equal spaces
               move 2 to DateClotureValide
           else
               move 1 to DateClotureValide
               move zero to tally-counter
               inspect DateClotureLimite tallying tally-counter for all "/"
               if tally-counter not equal 2
                   move 0 to DateClotureValide
                   display Ligne-AlerteDateFiche
                   accept Pause line 1 col 1
               end-if
           end-if.

       ClotureMouvements-init.
           move 0 to EOCM.
           move 0 to ErreurCloture.
           move 0 to NbMouvementsArchives.
      *    L'archive est cumulative : ouverture en ajout, creation au
      *    premier passage.
           open extend f-fichierArchiveMouvement.
           if StatutFichierArchiveMouvement not equal "00"
               open output f-fichierArchiveMouvement
           end-if.
           move jour of DateSysteme to am-cloture-jour of LigneEnteteArchiveCloture.
           move mois of DateSysteme to am-cloture-mois of LigneEnteteArchiveCloture.
           move Annee of DateSysteme to am-cloture-annee of LigneEnteteArchiveCloture.
           move DateClotureLimite to am-date-limite of LigneEnteteArchiveCloture.
           write e-fichierArchiveMouvement from LigneEnteteArchiveCloture.

           exec sql
               set autocommit off
           end-exec.

           exec sql
               declare C-ClotureMouvement cursor for
                   select code_article, type_mouvement, quantite,
                          isnull(motif, ' '), date_mouvement
                   from MouvementStock
                   where date_mouvement < convert(date, :DateClotureLimite, 103)
                   order by date_mouvement, code_article
           end-exec.
           exec sql
               open C-ClotureMouvement
           end-exec.

       ClotureMouvementsArchive-trt.
           exec sql
               fetch C-ClotureMouvement into
                   :VueMouvementArchive.code_article,
                   :VueMouvementArchive.type_mouvement,
                   :VueMouvementArchive.quantite,
                   :VueMouvementArchive.motif,
                   :VueMouvementArchive.date_mouvement
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCM
               if sqlcode not equal 100
                   move 1 to ErreurCloture
               end-if
           else
               move date_mouvement of VueMouvementArchive to ArchiveDateAffichage
               move Jour of ArchiveDateAffichage to am-jour of CorpsFichierArchiveMouvement
               move Mois of ArchiveDateAffichage to am-mois of CorpsFichierArchiveMouvement
               move Annee of ArchiveDateAffichage to am-annee of CorpsFichierArchiveMouvement
               move code_article of VueMouvementArchive to am-code-article of CorpsFichierArchiveMouvement
               move type_mouvement of VueMouvementArchive to am-type of CorpsFichierArchiveMouvement
               move quantite of VueMouvementArchive to am-quantite of CorpsFichierArchiveMouvement
               move motif of VueMouvementArchive to am-motif of CorpsFichierArchiveMouvement
               write e-fichierArchiveMouvement from CorpsFichierArchiveMouvement
               add 1 to NbMouvementsArchives
           end-if.

      *    Cumul signe des mouvements archives, ajoute au solde
      *    d'ouverture de chaque article - c'est ce solde que le kardex
      *    et le controle de coherence reprennent comme point de depart.
       ClotureMouvementsSolde.
           exec sql
               close C-ClotureMouvement
           end-exec.
           if ErreurCloture equal 0
               move 0 to EOCM
               exec sql
                   declare C-SoldeCloture cursor for
                       select code_article,
                              isnull(sum(case when type_mouvement in ('ENTREE', 'INVENTAIRE+', 'AJUSTEMENT+')
                                              then quantite
                                              when type_mouvement = 'TRANSFERT' then 0
                                              else 0 - quantite end), 0)
                       from MouvementStock
                       where date_mouvement < convert(date, :DateClotureLimite, 103)
                       group by code_article
               end-exec
               exec sql
                   open C-SoldeCloture
               end-exec
               perform ClotureMouvementsSolde-trt until EOCM = 1
               exec sql
                   close C-SoldeCloture
               end-exec
           end-if.

       ClotureMouvementsSolde-trt.
           exec sql
               fetch C-SoldeCloture into
                   :CodeArticleCloture,
                   :SoldeClotureArticle
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCM
               if sqlcode not equal 100
                   move 1 to ErreurCloture
               end-if
           else
               perform MajSoldeOuvertureArticle
           end-if.

      *    Le solde d'ouverture s'additionne de cloture en cloture : la
      *    ligne article est creee a la premiere.
       MajSoldeOuvertureArticle.
           move 0 to VerifSoldeOuverturePresent.
           exec sql
               SELECT COUNT(*) INTO :VerifSoldeOuverturePresent
               FROM SoldeOuvertureStock
               WHERE code_article = :CodeArticleCloture
           end-exec.
           if VerifSoldeOuverturePresent equal 0
               exec sql
                   INSERT INTO SoldeOuvertureStock (code_article, solde, date_solde)
                   VALUES (:CodeArticleCloture, :SoldeClotureArticle,
                           convert(date, :DateClotureLimite, 103))
               end-exec
           else
               exec sql
                   UPDATE SoldeOuvertureStock
                   SET solde = solde + :SoldeClotureArticle,
                       date_solde = convert(date, :DateClotureLimite, 103)
                   WHERE code_article = :CodeArticleCloture
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurCloture
           end-if.

       ClotureMouvements-fin.
      *    Photo du stock localise au moment de la cloture : les
      *    mouvements ne portant pas d'emplacement, c'est l'etat courant
      *    de StockEmplacement qui tient lieu de solde d'ouverture par
      *    article et emplacement.
           if ErreurCloture equal 0
               exec sql
                   DELETE FROM SoldeOuvertureEmplacement
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move 1 to ErreurCloture
               end-if
           end-if.
           if ErreurCloture equal 0
               exec sql
                   INSERT INTO SoldeOuvertureEmplacement (code_article, code_emplacement, solde, date_solde)
                   SELECT code_article, code_emplacement, quantite, CAST(getdate() as date)
                   FROM StockEmplacement
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move 1 to ErreurCloture
               end-if
           end-if.
      *    Purge des mouvements archives.
           if ErreurCloture equal 0
               exec sql
                   DELETE FROM MouvementStock
                   WHERE date_mouvement < convert(date, :DateClotureLimite, 103)
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move 1 to ErreurCloture
               end-if
           end-if.
           if ErreurCloture equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurCloture
               end-if
           end-if.
           if ErreurCloture equal 0
               exec sql
                   set autocommit on
               end-exec
               move NbMouvementsArchives to am-nb-archives of FinFichierArchiveCloture
               write e-fichierArchiveMouvement from FinFichierArchiveCloture
               close f-fichierArchiveMouvement
               display Ligne-ClotureTerminee
           else
               exec sql
                   rollback work
               end-exec
               exec sql
                   set autocommit on
               end-exec
      *        L'ecriture fichier n'etant pas couverte par la
      *        transaction, l'archive est marquee interrompue : la
      *        prochaine cloture re-archivera ces mouvements.
               write e-fichierArchiveMouvement from LigneEditionInterrompue
               close f-fichierArchiveMouvement
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Export comptable mensuel des receptions : une ligne par ligne
      * de commande recue dans le mois, plus un enregistrement TOTAL
      * (compteur et totaux de controle), au format point-virgule
      * importable par le logiciel comptable. Rejouable pour un mois
      * donne ; chaque execution est tracee dans JournalExportComptable.
      *************************************************************
      *************************************************************

       ExportComptableReceptions.
           move "EXPORT COMPTABLE DES RECEPTIONS" to TitreSaisieMois.
           perform SaisieMoisExport.
           if MoisExportValide equal 1
               perform ExportComptable-init
               perform ExportComptable-trt until EOEC = 1
               perform ExportComptable-fin
           end-if.

      *    Mois a exporter au format mm/aaaa - une saisie vide abandonne.
       SaisieMoisExport.
           move 0 to MoisExportValide.
           perform SaisieMoisExport-saisie until MoisExportValide not equal 0.

       SaisieMoisExport-saisie.
           move spaces to MoisExport.
           display ecran-MoisExport.
           accept MoisExport line 6 col 32 prompt.
           if MoisExport equal spaces
               move 2 to MoisExportValide
           else
               move 1 to MoisExportValide
               move zero to tally-counter
               inspect MoisExport tallying tally-counter for all "/"
               if tally-counter not equal 1
                   move 0 to MoisExportValide
               end-if
               if MoisExport(1:2) not numeric or MoisExport(4:4) not numeric
                   move 0 to MoisExportValide
               end-if
               if MoisExportValide equal 1
                   move MoisExport(1:2) to MoisExportMM
                   move MoisExport(4:4) to MoisExportAAAA
                   if MoisExportMM < 1 or MoisExportMM > 12
                       move 0 to MoisExportValide
                   end-if
               end-if
               if MoisExportValide equal 0
                   display Ligne-AlerteMoisExport
                   accept Pause line 1 col 1
               end-if
           end-if.

       ExportComptable-init.
           move 0 to EOEC.
           move 0 to ErreurExportComptable.
           move 0 to NbLignesExport.
           move 0 to TotalQuantiteExport.
           move 0 to TotalMontantExport.
           open output f-fichierExportComptable.
           write e-fichierExportComptable from EnteteExportComptable.

      *    Une ligne par ligne de commande dont la reception tombe dans
      *    le mois demande, valorisee au prix moyen pondere de l'article
      *    (prix d'achat a defaut pour les articles sans PMP).
           exec sql
               declare C-ExportComptable cursor for
                   select c.date_reception, isnull(f.raison_sociale, ' '),
                          l.code_article, l.quantite,
                          case when isnull(a.prix_moyen_pondere, 0) > 0
                               then a.prix_moyen_pondere
                               else a.prix_achat end,
                          c.id_commande
                   from Commande c
                   join ligne_commande l on l.id_commande = c.id_commande
                   join Article a on a.code_article = l.code_article
                   left join Fournisseur f on f.id_fournisseur = c.id_fournisseur
                   where datepart(month, c.date_reception) = :MoisExportMM
                   and datepart(year, c.date_reception) = :MoisExportAAAA
                   order by c.date_reception, c.id_commande, l.code_article
           end-exec.
           exec sql
               open C-ExportComptable
           end-exec.

       ExportComptable-trt.
           exec sql
               fetch C-ExportComptable into
                   :VueExportComptable.date_reception,
                   :VueExportComptable.raison_sociale,
                   :VueExportComptable.code_article,
                   :VueExportComptable.quantite,
                   :VueExportComptable.prix_achat,
                   :VueExportComptable.no_commande
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOEC
      *        Une erreur en cours de lecture est distinguee de la fin
      *        normale : l'export serait incomplet.
               if sqlcode not equal 100
                   move 1 to ErreurExportComptable
               end-if
           else
               compute MontantLigneExport =
                   quantite of VueExportComptable * prix_achat of VueExportComptable

               move date_reception of VueExportComptable to ExportDateAffichage
               move Jour of ExportDateAffichage to ec-jour of LigneExportComptable
               move Mois of ExportDateAffichage to ec-mois of LigneExportComptable
               move Annee of ExportDateAffichage to ec-annee of LigneExportComptable
               move raison_sociale of VueExportComptable to ec-fournisseur of LigneExportComptable
               move code_article of VueExportComptable to ec-code-article of LigneExportComptable
               move quantite of VueExportComptable to ec-quantite of LigneExportComptable
               move prix_achat of VueExportComptable to ec-prix of LigneExportComptable
               move MontantLigneExport to ec-montant of LigneExportComptable
               move no_commande of VueExportComptable to ec-no-commande of LigneExportComptable

               write e-fichierExportComptable from LigneExportComptable
               add 1 to NbLignesExport
               add quantite of VueExportComptable to TotalQuantiteExport
               add MontantLigneExport to TotalMontantExport
           end-if.

       ExportComptable-fin.
           exec sql
               close C-ExportComptable
           end-exec.
           if ErreurExportComptable equal 0
               move NbLignesExport to ec-total-lignes of LigneTotalExportComptable
               move TotalQuantiteExport to ec-total-quantite of LigneTotalExportComptable
               move TotalMontantExport to ec-total-montant of LigneTotalExportComptable
               write e-fichierExportComptable from LigneTotalExportComptable
               close f-fichierExportComptable
      *        Trace de l'export : une ligne par execution, pour savoir
      *        quel mois a ete exporte et quand.
               exec sql
                   INSERT INTO JournalExportComptable (mois_export, date_export, nb_lignes, total_montant)
                       VALUES (:MoisExport, getdate(), :NbLignesExport, :TotalMontantExport)
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   display Ligne-AlerteErreurBDD
               else
                   display Ligne-ExportComptableGenere
               end-if
           else
               write e-fichierExportComptable from LigneEditionInterrompue
               close f-fichierExportComptable
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Etat de rotation des stocks : articles classes par couverture
      * en jours (stock / consommation journaliere moyenne observee sur
      * la meme fenetre que le recalcul des seuils). Les articles sans
      * aucune sortie sur la fenetre sont signales DORMANT avec leur
      * valeur immobilisee au prix moyen pondere ; les articles dont la
      * couverture est inferieure au delai de livraison moyen constate
      * chez leur fournisseur sont signales RAPIDE.
      *************************************************************
      *************************************************************

       RotationStock.
           perform RotationStock-init.
           perform RotationStock-trt until EORT = 1.
           perform RotationStock-fin.

       RotationStock-init.
           move 0 to EORT.
           move 0 to NbArticlesDormants.
           move 0 to ValeurDormanteTotale.
           move 0 to noPageRotationStock.
           move 0 to nbLigneRotationStock.
           open output f-fichierRotationStock.

      *    Ecriture entete
           move jour of DateSysteme to jour of LigneRT3 of EnteteFichierRotationStock.
           move mois of DateSysteme to mois of LigneRT3 of EnteteFichierRotationStock.
           move Annee of DateSysteme to annee of LigneRT3 of EnteteFichierRotationStock.
           move NbJoursHistoriqueSeuils to rt-nb-jours of LigneRT3 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT1 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT2 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT3 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT4 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT5 of EnteteFichierRotationStock.
           write e-fichierRotationStock from LigneRT6 of EnteteFichierRotationStock.

      *    Sorties cumulees sur la fenetre d'observation et delai de
      *    livraison moyen du fournisseur de l'article ; les articles
      *    sans sortie (couverture infinie) sortent en tete, puis la
      *    couverture decroissante.
           exec sql
               declare C-RotationStock cursor for
                   select a.code_article, a.libelle, a.quantite_stock,
                          case when isnull(a.prix_moyen_pondere, 0) > 0
                               then a.prix_moyen_pondere
                               else a.prix_achat end,
                          isnull(sum(m.quantite), 0),
                          isnull((select avg(datediff(day, c.date_commande, c.date_reception))
                                  from Commande c
                                  where c.id_fournisseur = a.id_fournisseur
                                  and c.date_reception is not null), 0)
                   from Article a
                   left join MouvementStock m
                          on m.code_article = a.code_article
                          and m.type_mouvement = 'SORTIE'
                          and m.date_mouvement >= dateadd(day, -:NbJoursHistoriqueSeuils, getdate())
                   group by a.code_article, a.libelle, a.quantite_stock, a.prix_achat, a.prix_moyen_pondere, a.id_fournisseur
                   order by case when isnull(sum(m.quantite), 0) = 0
                                 then 999999999
                                 else (a.quantite_stock * :NbJoursHistoriqueSeuils * 100) / sum(m.quantite) end desc,
                            a.code_article
           end-exec.
           exec sql
               open C-RotationStock
           end-exec.

       RotationStock-trt.
           exec sql
               fetch C-RotationStock into
                   :VueRotationStock.code_article,
                   :VueRotationStock.libelle,
                   :VueRotationStock.quantite_stock,
                   :VueRotationStock.prix_achat,
                   :VueRotationStock.total_sorties,
                   :VueRotationStock.delai_livraison
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EORT
           else
               compute ValeurStockRotation =
                   quantite_stock of VueRotationStock * prix_achat of VueRotationStock

               move code_article of VueRotationStock to rt-code-article of CorpsFichierRotationStock
               move libelle of VueRotationStock to rt-libelle of CorpsFichierRotationStock
               move quantite_stock of VueRotationStock to rt-stock of CorpsFichierRotationStock
               move ValeurStockRotation to rt-valeur of CorpsFichierRotationStock
               move spaces to rt-statut of CorpsFichierRotationStock

               if total_sorties of VueRotationStock equal 0
      *            Aucune sortie sur la fenetre : article dormant, la
      *            couverture n'est pas calculable.
                   move spaces to rt-conso-texte of CorpsFichierRotationStock
                   move spaces to rt-couverture-texte of CorpsFichierRotationStock
                   move "DORMANT" to rt-statut of CorpsFichierRotationStock
                   add 1 to NbArticlesDormants
                   add ValeurStockRotation to ValeurDormanteTotale
               else
                   compute ConsommationJourRotation rounded =
                       total_sorties of VueRotationStock / NbJoursHistoriqueSeuils
                   compute CouvertureJours rounded =
                       quantite_stock of VueRotationStock / ConsommationJourRotation
                   move ConsommationJourRotation to rt-conso of CorpsFichierRotationStock
                   move CouvertureJours to rt-couverture of CorpsFichierRotationStock
                   if delai_livraison of VueRotationStock > 0
                   and CouvertureJours < delai_livraison of VueRotationStock
                       move "RAPIDE" to rt-statut of CorpsFichierRotationStock
                   end-if
               end-if

               if delai_livraison of VueRotationStock equal 0
                   move spaces to rt-delai-texte of CorpsFichierRotationStock
               else
                   move delai_livraison of VueRotationStock to rt-delai of CorpsFichierRotationStock
               end-if

               write e-fichierRotationStock from CorpsFichierRotationStock
               add 1 to nbLigneRotationStock

               if nbLigneRotationStock equal MaxLigneRotationStock
                   add 1 to noPageRotationStock
                   move noPageRotationStock to NbPage of PiedDePageFichierRotationStock
                   write e-fichierRotationStock from PiedDePageFichierRotationStock
                   move 0 to nbLigneRotationStock
               end-if
           end-if.

       RotationStock-fin.
           exec sql
               close C-RotationStock
           end-exec.
           move NbArticlesDormants to rt-nb-dormants of FinPiedDePageFichierRotationStock.
           move ValeurDormanteTotale to rt-valeur-dormante of FinPiedDePageFichierRotationStock.
           write e-fichierRotationStock from FinPiedDePageFichierRotationStock.
           close f-fichierRotationStock.
           display Ligne-RotationStockGeneree.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Etat des lots proches peremption : lots dont la date limite
      * tombe sous l'horizon demande, avec la quantite restante et
      * sa valeur, tries par date de peremption (les plus urgents
      * en tete) - pour ecouler avant de jeter
      *************************************************************
      *************************************************************

       EtatPeremptionLots.
           perform EtatPeremptionLots-init.
           perform EtatPeremptionLots-trt until EOLP = 1.
           perform EtatPeremptionLots-fin.

       EtatPeremptionLots-init.
           move 0 to EOLP.
           move 0 to NbLotsPerimant.
           move 0 to ValeurPerimantTotale.
           move 0 to noPagePeremptionLots.
           move 0 to nbLignePeremptionLots.

      *    Horizon en jours, modifiable a chaque edition (horizon par
      *    defaut en traitement de nuit).
           if ModeTraitementLot not equal "O"
               display ecran-NbJoursPeremption
               accept NbJoursAlertePeremption line 6 col 34 prompt
           end-if.

           open output f-fichierPeremptionLots.

      *    Ecriture entete
           move jour of DateSysteme to jour of LignePL3 of EnteteFichierPeremptionLots.
           move mois of DateSysteme to mois of LignePL3 of EnteteFichierPeremptionLots.
           move Annee of DateSysteme to annee of LignePL3 of EnteteFichierPeremptionLots.
           move NbJoursAlertePeremption to pl-nb-jours of LignePL3 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL1 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL2 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL3 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL4 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL5 of EnteteFichierPeremptionLots.
           write e-fichierPeremptionLots from LignePL6 of EnteteFichierPeremptionLots.

           exec sql
               declare C-PeremptionLots cursor for
                   select l.code_article, a.libelle, l.no_lot,
                          l.date_peremption, l.quantite_restante,
                          case when isnull(a.prix_moyen_pondere, 0) > 0
                               then a.prix_moyen_pondere
                               else a.prix_achat end
                   from LotArticle l
                   join Article a on a.code_article = l.code_article
                   where l.quantite_restante > 0
                   and l.date_peremption is not null
                   and l.date_peremption <= dateadd(day, :NbJoursAlertePeremption, getdate())
                   order by l.date_peremption, l.code_article
           end-exec.
           exec sql
               open C-PeremptionLots
           end-exec.

       EtatPeremptionLots-trt.
           exec sql
               fetch C-PeremptionLots into
                   :VueLotPeremption.code_article,
                   :VueLotPeremption.libelle,
                   :VueLotPeremption.no_lot,
                   :VueLotPeremption.date_peremption,
                   :VueLotPeremption.quantite_restante,
                   :VueLotPeremption.prix_achat
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOLP
           else
               compute ValeurLignePeremption =
                   quantite_restante of VueLotPeremption * prix_achat of VueLotPeremption
               add 1 to NbLotsPerimant
               add ValeurLignePeremption to ValeurPerimantTotale

               move date_peremption of VueLotPeremption to PeremptionDateAffichage
               move code_article of VueLotPeremption to pl-code-article of CorpsFichierPeremptionLots
               move libelle of VueLotPeremption to pl-libelle of CorpsFichierPeremptionLots
               move no_lot of VueLotPeremption to pl-no-lot of CorpsFichierPeremptionLots
               move Jour of PeremptionDateAffichage to pl-jour of CorpsFichierPeremptionLots
               move Mois of PeremptionDateAffichage to pl-mois of CorpsFichierPeremptionLots
               move Annee of PeremptionDateAffichage to pl-annee of CorpsFichierPeremptionLots
               move quantite_restante of VueLotPeremption to pl-quantite of CorpsFichierPeremptionLots
               move ValeurLignePeremption to pl-valeur of CorpsFichierPeremptionLots

               write e-fichierPeremptionLots from CorpsFichierPeremptionLots
               add 1 to nbLignePeremptionLots

               if nbLignePeremptionLots equal MaxLignePeremptionLots
                   add 1 to noPagePeremptionLots
                   move noPagePeremptionLots to NbPage of PiedDePageFichierPeremptionLots
                   write e-fichierPeremptionLots from PiedDePageFichierPeremptionLots
                   move 0 to nbLignePeremptionLots
               end-if
           end-if.

       EtatPeremptionLots-fin.
           exec sql
               close C-PeremptionLots
           end-exec.
           move NbLotsPerimant to pl-nb-lots of FinPiedDePageFichierPeremptionLots.
           move ValeurPerimantTotale to pl-valeur-totale of FinPiedDePageFichierPeremptionLots.
           write e-fichierPeremptionLots from FinPiedDePageFichierPeremptionLots.
           close f-fichierPeremptionLots.
           if ModeTraitementLot not equal "O"
               display Ligne-PeremptionLotsGeneree
               accept Pause line 1 col 1
           end-if.

      *************************************************************
      *************************************************************
      * Valorisation du stock
      *************************************************************
      *************************************************************

       ValorisationStock.
           perform ValorisationStock-init.
           perform ValorisationStock-trt until EOVS = 1.
           perform ValorisationStock-fin.

       ValorisationStock-init.
           move 0 to EOVS.
           move 0 to noPageValorisationStock.
           move 0 to nbLigneValorisationStock.
           move 0 to TotalValorisationStock.
           move 0 to ValeurQuarantaineStock.

      *    La valorisation peut etre editee consolidee (tous depots) ou
      *    restreinte a un emplacement (depot distant, quarantaine...).
           move "C" to ModeValorisation.
           display Ligne-ChoixModeValorisation.
           accept ModeValorisation line 5 col 59 reverse-video.
           if ModeValorisation = "E" or ModeValorisation = "e"
               perform ChoixEmplacementValide
           end-if.

           open output f-fichierValorisationStock.

      *    Ecriture entête
           move jour of DateSysteme to jour of LigneVS3 of EnteteFichierValorisationStock.
           move mois of DateSysteme to mois of LigneVS3 of EnteteFichierValorisationStock.
           move Annee of DateSysteme to annee of LigneVS3 of EnteteFichierValorisationStock.
           write e-fichierValorisationStock from LigneVS1 of EnteteFichierValorisationStock.
           write e-fichierValorisationStock from LigneVS2 of EnteteFichierValorisationStock.
           write e-fichierValorisationStock from LigneVS3 of EnteteFichierValorisationStock.
           if ModeValorisation = "E" or ModeValorisation = "e"
               move EmplacementChoisi to ve-code-emplacement of LigneEmplacementValorisation
               write e-fichierValorisationStock from LigneEmplacementValorisation
           end-if.
           write e-fichierValorisationStock from LigneVS4 of EnteteFichierValorisationStock.
           write e-fichierValorisationStock from LigneVS5 of EnteteFichierValorisationStock.
           write e-fichierValorisationStock from LigneVS6 of EnteteFichierValorisationStock.

      *    Valorisation au prix moyen pondere ; les articles sans PMP
      *    (aucune reception depuis sa mise en place) restent valorises
      *    au prix d'achat. La part du stock en quarantaine (lots en
      *    attente du controle qualite) est detaillee a part.
           exec sql
               declare C-ValorisationStock cursor for
                   select code_article, libelle, quantite_stock,
                          case when isnull(prix_moyen_pondere, 0) > 0
                               then prix_moyen_pondere
                               else prix_achat end,
                          isnull((select sum(l.quantite_restante)
                                  from LotArticle l
                                  where l.code_article = Article.code_article
                                  and l.statut = 'QUARANTAINE'
                                  and l.quantite_restante > 0), 0)
                   from Article
                   order by code_article
           end-exec.
           exec sql
               declare C-ValorisationStockEmplacement cursor for
                   select a.code_article, a.libelle, se.quantite,
                          case when isnull(a.prix_moyen_pondere, 0) > 0
                               then a.prix_moyen_pondere
                               else a.prix_achat end,
                          0
                   from StockEmplacement se
                   join Article a on a.code_article = se.code_article
                   where se.code_emplacement = :EmplacementChoisi
                   and se.quantite > 0
                   order by a.code_article
           end-exec.
           if ModeValorisation = "E" or ModeValorisation = "e"
               exec sql
                   open C-ValorisationStockEmplacement
               end-exec
           else
               exec sql
                   open C-ValorisationStock
               end-exec
           end-if.

       ValorisationStock-trt.
           if ModeValorisation = "E" or ModeValorisation = "e"
               exec sql
                   fetch C-ValorisationStockEmplacement into
                       :VueValorisationArticle.code_article,
                       :VueValorisationArticle.libelle,
                       :VueValorisationArticle.quantite_stock,
                       :VueValorisationArticle.prix_achat,
                       :VueValorisationArticle.quantite_quarantaine
               end-exec
           else
               exec sql
                   fetch C-ValorisationStock into
                       :VueValorisationArticle.code_article,
                       :VueValorisationArticle.libelle,
                       :VueValorisationArticle.quantite_stock,
                       :VueValorisationArticle.prix_achat,
                       :VueValorisationArticle.quantite_quarantaine
               end-exec
           end-if.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOVS
           else
               compute ValeurLigneValorisationStock =
                   quantite_stock of VueValorisationArticle * prix_achat of VueValorisationArticle
               add ValeurLigneValorisationStock to TotalValorisationStock
               compute ValeurQuarantaineLigne =
                   quantite_quarantaine of VueValorisationArticle * prix_achat of VueValorisationArticle
               add ValeurQuarantaineLigne to ValeurQuarantaineStock

               move code_article of VueValorisationArticle to code_article of CorpsFichierValorisationStock
               move libelle of VueValorisationArticle to libelle of CorpsFichierValorisationStock
               move quantite_stock of VueValorisationArticle to quantite_stock of CorpsFichierValorisationStock
               move prix_achat of VueValorisationArticle to prix_achat of CorpsFichierValorisationStock
               move ValeurLigneValorisationStock to valeur_ligne of CorpsFichierValorisationStock
               move quantite_quarantaine of VueValorisationArticle to quantite_quarantaine of CorpsFichierValorisationStock

               write e-fichierValorisationStock from CorpsFichierValorisationStock
               add 1 to nbLigneValorisationStock

               if nbLigneValorisationStock equal MaxLigneValorisationStock
                   add 1 to noPageValorisationStock
                   move noPageValorisationStock to NbPage of PiedDePageFichierValorisationStock
                   write e-fichierValorisationStock from PiedDePageFichierValorisationStock
                   move 0 to nbLigneValorisationStock
               end-if
           end-if.

       ValorisationStock-fin.
           if ModeValorisation = "E" or ModeValorisation = "e"
               exec sql
                   close C-ValorisationStockEmplacement
               end-exec
           else
               exec sql
                   close C-ValorisationStock
               end-exec
           end-if.
           move TotalValorisationStock to TotalAffiche of FinPiedDePageFichierValorisationStock.
           write e-fichierValorisationStock from FinPiedDePageFichierValorisationStock.
           if ValeurQuarantaineStock > 0
               move ValeurQuarantaineStock to TotalQuarantaineAffiche of QuarantainePiedDePageValorisationStock
               write e-fichierValorisationStock from QuarantainePiedDePageValorisationStock
           end-if.
           close f-fichierValorisationStock.

           display Ligne-ValorisationStockGeneree.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Recalcul automatique des seuils de stock
      *************************************************************
      *************************************************************

       RecalculSeuilsStock.
           perform RecalculSeuilsStock-init.
           perform RecalculSeuilsStock-trt until EORS = 1.
           perform RecalculSeuilsStock-fin.

       RecalculSeuilsStock-init.
           move 0 to EORS.
           move 0 to NbArticlesRecalcules.

      *    Pour chaque article, on totalise les sorties de stock des
      *    NbJoursHistoriqueSeuils derniers jours pour en deduire une
      *    consommation journaliere moyenne.
           exec sql
               declare C-RecalculSeuils cursor for
                   select a.code_article, a.libelle, a.quantite_min, a.quantite_mediane,
                          isnull(sum(m.quantite), 0)
                   from Article a
                   left join MouvementStock m
                          on m.code_article = a.code_article
                          and m.type_mouvement = 'SORTIE'
                          and m.date_mouvement >= dateadd(day, -:NbJoursHistoriqueSeuils, getdate())
                   group by a.code_article, a.libelle, a.quantite_min, a.quantite_mediane
           end-exec.
           exec sql
               open C-RecalculSeuils
           end-exec.

       RecalculSeuilsStock-trt.
           exec sql
               fetch C-RecalculSeuils into
                   :RecalculSeuilsRecupere.code_article,
                   :RecalculSeuilsRecupere.libelle,
                   :RecalculSeuilsRecupere.quantite_min,
                   :RecalculSeuilsRecupere.quantite_mediane,
                   :RecalculSeuilsRecupere.total_sorties
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EORS
           else
               move NbJoursHistoriqueSeuils to nb_jours of RecalculSeuilsRecupere
      *        Rien a recalculer tant qu on n a pas de sorties historisees
      *        pour l article - on laisse les seuils actuels inchanges.
               if total_sorties of RecalculSeuilsRecupere > 0
                   compute ConsommationJournaliereMoyenne rounded =
                       total_sorties of RecalculSeuilsRecupere / nb_jours of RecalculSeuilsRecupere

                   compute NouveauQuantiteMin rounded =
                       ConsommationJournaliereMoyenne * 7
                   compute NouveauQuantiteMediane rounded =
                       ConsommationJournaliereMoyenne * 30

                   if NouveauQuantiteMin not equal quantite_min of RecalculSeuilsRecupere
                   or NouveauQuantiteMediane not equal quantite_mediane of RecalculSeuilsRecupere
                       exec sql
                           UPDATE Article
                           SET quantite_min     = :NouveauQuantiteMin,
                               quantite_mediane  = :NouveauQuantiteMediane,
                               date_modif        = getdate()
                           WHERE code_article = :RecalculSeuilsRecupere.code_article
                       end-exec
                       if sqlcode equal 0
                           move code_article of RecalculSeuilsRecupere to id_entite of HistoriqueModificationInput
                           move "MODIFICATION" to operation of HistoriqueModificationInput
                           string "Min=" delimited by size
                                  quantite_min of RecalculSeuilsRecupere delimited by size
                                  " Mediane=" delimited by size
                                  quantite_mediane of RecalculSeuilsRecupere delimited by size
                                  into ancienne_valeur of HistoriqueModificationInput
                           string "Min=" delimited by size
                                  NouveauQuantiteMin delimited by size
                                  " Mediane=" delimited by size
                                  NouveauQuantiteMediane delimited by size
                                  " (recalcul automatique)" delimited by size
                                  into nouvelle_valeur of HistoriqueModificationInput
                           perform EnregistrerHistoriqueArticle
                           add 1 to NbArticlesRecalcules
                       end-if
                   end-if
               end-if
           end-if.

       RecalculSeuilsStock-fin.
           exec sql
               close C-RecalculSeuils
           end-exec.
           display Ligne-RecalculSeuilsTermine.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Menu fournisseur
      *************************************************************
      *************************************************************

       MenuFournisseur.
           perform MenuFournisseur-init.
           perform MenuFournisseur-trt until ChoixMenuFournisseur = 0.
           perform MenuFournisseur-fin.

       MenuFournisseur-init.
           move 1 to ChoixMenuFournisseur.
       MenuFournisseur-trt.
           move 0 to ChoixMenuFournisseur.
           display ecran-MenuFournisseur.
           accept ChoixMenuFournisseur line 5 col 77 auto.
           evaluate ChoixMenuFournisseur
               when 1
                   perform ListeFournisseur
               when 2
                   if DroitResponsable equal 1
                       perform AjoutFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if
               when 3
                   if DroitResponsable equal 1
                       perform ModifFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if
               when 4
                   if DroitResponsable equal 1
                       perform SuppFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if
               when 5
                   perform SuiviLivraisonFournisseur
               when 6
                   perform EtatReliquatFournisseur
               when 7
                   if DroitResponsable equal 1
                       perform MenuImportTarif
                   else
                       perform AfficherNonAutorise
                   end-if
               when 8
                   if DroitResponsable equal 1
                       perform ValidationTarifAttente
                   else
                       perform AfficherNonAutorise
                   end-if
               when 9
                   if DroitSaisie equal 1
                       perform ConsultationRetourFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if
               when "A"
               when "a"
                   perform EtatRetourFournisseur
               when "B"
               when "b"
                   if DroitResponsable equal 1
                       perform MenuRapprochementFacture
                   else
                       perform AfficherNonAutorise
                   end-if
               when "C"
               when "c"
                   if DroitResponsable equal 1
                       perform ScoreFournisseur
                   else
                       perform AfficherNonAutorise
                   end-if

           end-evaluate.
       MenuFournisseur-fin.
           continue.
       ListeFournisseur.
           perform DetailFournisseur-init.
           perform DetailFournisseur-trt until EOF = 1.
           perform DetailFournisseur-fin.
       DetailFournisseur-init.
           move 0 to EOF.

       DetailFournisseur-trt.
           move 1 to EOF.
           initialize ChoixEcranFournisseur.
           initialize IdFournisseurRecherche.
           perform ChoixDuFournisseur.
           move ChoixEcranFournisseur to IdFournisseurRecherche.
           if ChoixEcranFournisseur <> 0
               perform RechercheFournisseurParId
               move raison_sociale of FournisseurRecupere to raison_sociale of DetailFournisseurInput
               move siret of FournisseurRecupere to siret of DetailFournisseurInput
               move adresse of FournisseurRecupere to adresse of DetailFournisseurInput
               move cp of FournisseurRecupere to cp of DetailFournisseurInput
               move ville of FournisseurRecupere to ville of DetailFournisseurInput
               move pays of FournisseurRecupere to pays of DetailFournisseurInput
               move tel of FournisseurRecupere to tel of DetailFournisseurInput
               move date_crea of FournisseurRecupere to FournisseurDateCreationAffichage
               move date_modif of FournisseurRecupere to FournisseurDateModifAffichage
               perform RechercheNoteFournisseur
               perform AffichageDetailFournisseur
           end-if.
       DetailFournisseur-fin.
           continue.

       AffichageDetailFournisseur.
           move "R" to ChoixDetailFournisseur
           display ecran-DetailFournisseur.
           display Ligne-ChoixDetailFournisseur
           accept ChoixDetailFournisseur line 5 col 63 reverse-video auto.
           evaluate ChoixDetailFournisseur
               when "M"
               when "m"
                   if DroitResponsable equal 1
                       move id_fournisseur of FournisseurRecupere to IdModifFournisseur
                       perform ModifFournisseur
                   else
                       display EffaceLigne5
                       perform AfficherNonAutorise
                   end-if
               when "S"
               when "s"
                   if DroitResponsable equal 1
                       move id_fournisseur of FournisseurRecupere to IdSuppFournisseur
                       perform SuppFournisseur
                   else
                       display EffaceLigne5
                       perform AfficherNonAutorise
                   end-if
               when "H"
               when "h"
                   perform HistoriqueFournisseur
               when other
                   continue
           end-evaluate.
       AjoutFournisseur.
           perform AjoutFournisseur-init.
           perform AjoutFournisseur-trt until EOAF = 1.
           perform AjoutFournisseur-fin.
       AjoutFournisseur-init.
           move 0 to EOAF.
           initialize AjoutFournisseurInput.
       AjoutFournisseur-trt.
           
           display ecran-AjoutFournisseur.

           if ChoixAjoutFournisseur = "a" or ChoixAjoutFournisseur = "A"
      *    On verifie si le fournisseur est deja dans la base de donnees
               exec sql
                   SELECT COUNT(*) INTO :VerifFournisseurPresent
                   FROM Fournisseur
                   WHERE Fournisseur.raison_sociale = :AjoutFournisseurInput.raison_sociale
               end-exec

      *    Si absent on ajoute le fournisseur
               if VerifFournisseurPresent equal 0
                   exec sql
                       INSERT INTO Fournisseur (raison_sociale, siret, adresse, cp, ville, pays, tel)
                       VALUES (:AjoutFournisseurInput.raison_sociale, :AjoutFournisseurInput.siret, :AjoutFournisseurInput.adresse, :AjoutFournisseurInput.cp, :AjoutFournisseurInput.ville, :AjoutFournisseurInput.pays, :AjoutFournisseurInput.tel)
                   end-exec
                   if sqlcode equal 0
                       exec sql
                           SELECT scope_identity() INTO :IdFournisseurAjoute
                       end-exec
                       move IdFournisseurAjoute to id_entite of HistoriqueModificationInput
                       move "AJOUT" to operation of HistoriqueModificationInput
                       move spaces to ancienne_valeur of HistoriqueModificationInput
                       string "RaisonSociale=" delimited by size
                              raison_sociale of AjoutFournisseurInput delimited by size
                              " Siret=" delimited by size
                              siret of AjoutFournisseurInput delimited by size
                              " Adresse=" delimited by size
                              adresse of AjoutFournisseurInput delimited by size
                              " Ville=" delimited by size
                              ville of AjoutFournisseurInput delimited by size
                              into nouvelle_valeur of HistoriqueModificationInput
                       perform EnregistrerHistoriqueFournisseur
                   end-if
                   display Ligne-FournisseurAjoute
                   move 1 to EOAF
                   accept Pause
               else
                   display Ligne-AlerteFournisseurPresent
                   initialize ChoixAjoutFournisseur
                   accept Pause
               end-if
               
           else
               display ecran-AjoutFournisseur
               accept raison_sociale of AjoutFournisseurInput line 6 col 32 prompt
      *    On verifie que le champ obligatoire est bien rempli
               if raison_sociale of AjoutFournisseurInput not equal ' '
                   accept siret of AjoutFournisseurInput line 7 col 32 prompt
                   accept adresse of AjoutFournisseurInput line 8 col 32 prompt
                   accept cp of AjoutFournisseurInput line 9 col 32 prompt
                   accept ville of AjoutFournisseurInput line 10 col 32 prompt
                   accept pays of AjoutFournisseurInput line 11 col 32 prompt
                   accept tel of AjoutFournisseurInput line 12 col 32 prompt
                   move "A" to ChoixAjoutFournisseur
                   display Ligne-ChoixArticleAjoute
                   accept ChoixAjoutFournisseur line 5 col 44 auto reverse-video
               else
      *    On signale que le champ est obligatoire on propose de quitte le menu ajout
                   move "Q" to ChoixChampObligatoire
                   display Ligne-ChampObligatoire
                   accept ChoixChampObligatoire line 5 col 59 reverse-video
                   if ChoixChampObligatoire = "Q" or ChoixChampObligatoire = "q"
                       move 1 to EOAF
                   end-if
               end-if
           end-if.

       AjoutFournisseur-fin.
           initialize AjoutFournisseurInput.
           initialize ChoixAjoutFournisseur.

       ModifFournisseur.
           perform ModifFournisseur-init
           perform ModifFournisseur-trt until EOMF = 1.
           perform ModifFournisseur-fin.

       ModifFournisseur-init.
           move 0 to EOMF.
           exec sql
           declare C-ModifFournisseur cursor for
                      select id_fournisseur, raison_sociale, siret, adresse, cp, ville, pays,tel, date_crea, date_modif
                              from Fournisseur
                                 Order by raison_sociale
           end-exec.

           exec sql
               open C-ModifFournisseur
           End-exec.
       ModifFournisseur-trt.
           move 1 to EOMF.
           initialize FournisseurRecupere.
           initialize ModifFournisseurInput.
           display ecran-ModifFournisseur.

           if IdModifFournisseur <> 0
               move IdModifFournisseur to IdFournisseurRecherche
               initialize IdModifFournisseur
               perform RechercheFournisseurParId
               initialize IdFournisseurRecherche
           else
               accept raison_sociale of ModifFournisseurInput line 6 col 32 prompt
               if raison_sociale of ModifFournisseurInput not equal ' '
                   move raison_sociale of ModifFournisseurInput to RaisonSocialeFournisseurRecherche
                   perform RechercheFournisseurParNom
                   initialize RaisonSocialeFournisseurRecherche
               else
                   perform ChoixDuFournisseur
                   move ChoixEcranFournisseur to IdFournisseurRecherche
                   perform RechercheFournisseurParId
                   initialize IdFournisseurRecherche
               end-if
           end-if.

           if ChoixEcranFournisseur <> 0 or raison_sociale of FournisseurRecupere <> ' ' or raison_sociale of ModifFournisseurInput <> ' '
               exec sql
                   SELECT COUNT(*) INTO :VerifFournisseurPresent
                   FROM Fournisseur
                   WHERE raison_sociale = :ModifFournisseurInput.raison_sociale
                   OR    raison_sociale = :FournisseurRecupere.raison_sociale
               end-exec
               if VerifFournisseurPresent <> 0
                   move raison_sociale of FournisseurRecupere to raison_sociale of ModifFournisseurInput
                   move siret of FournisseurRecupere to siret of ModifFournisseurInput
                   move adresse of FournisseurRecupere to adresse of ModifFournisseurInput
                   move cp of FournisseurRecupere to cp of ModifFournisseurInput
                   move ville of FournisseurRecupere to ville of ModifFournisseurInput
                   move pays of FournisseurRecupere to pays of ModifFournisseurInput
                   move tel of FournisseurRecupere to tel of ModifFournisseurInput

                   display ecran-ModifFournisseur

                   accept raison_sociale of ModifFournisseurInput line 6 col 32 prompt
                   accept siret of ModifFournisseurInput line 7 col 32 prompt
                   accept adresse of ModifFournisseurInput line 8 col 32 prompt
                   accept cp of ModifFournisseurInput line 9 col 32 prompt
                   accept ville of ModifFournisseurInput line 10 col 32 prompt
                   accept pays of ModifFournisseurInput line 11 col 32 prompt
                   accept tel of ModifFournisseurInput line 12 col 32 prompt
                   if  raison_sociale of ModifFournisseurInput = ' '
                       display Ligne-ChampRaisonSocialeObligatoire
                       accept Pause
                   else
                       if raison_sociale of ModifFournisseurInput = ' ' and
                         siret of ModifFournisseurInput = ' ' and
                         adresse of ModifFournisseurInput = ' ' and
                         cp of ModifFournisseurInput = ' ' and
                         ville of ModifFournisseurInput = ' ' and
                         pays of ModifFournisseurInput = ' ' and
                         tel of ModifFournisseurInput = ' ' then
                           continue
                       else
                           if raison_sociale of ModifFournisseurInput <> raison_sociale of FournisseurRecupere
                               initialize VerifFournisseurPresent
                               exec sql
                                   SELECT COUNT(*) INTO :VerifFournisseurPresent
                                   FROM Fournisseur
                                   WHERE raison_sociale = :ModifFournisseurInput.raison_sociale
                               end-exec
                               if VerifFournisseurPresent <> 0
                                   display Ligne-AlerteFournisseurPresent
                                   accept Pause
                               else
                                   if raison_sociale of ModifFournisseurInput = ' ' and raison_sociale of FournisseurRecupere
                                     <> ' '
                                       display Ligne-ChampRaisonSocialeObligatoire
                                       accept Pause
                                   else
                                       perform ModifFournisseurBDD
                                   end-if
                               end-if
                           else
                               perform ModifFournisseurBDD
                           end-if
                       end-if
                   end-if
               else
                   display Ligne-AlerteSuppFournisseurAbsent
                   accept Pause
               end-if
           else
               continue
           end-if.

       ModifFournisseur-fin.
           initialize FournisseurRecupere.
           initialize ModifFournisseurInput.
       
       ModifFournisseurBDD.
           if raison_sociale of FournisseurRecupere <> raison_sociale of ModifFournisseurInput 
           or siret of FournisseurRecupere <> siret of ModifFournisseurInput
           or adresse of FournisseurRecupere <> adresse of ModifFournisseurInput
           or cp of FournisseurRecupere <> cp of ModifFournisseurInput
           or ville of FournisseurRecupere <> ville of ModifFournisseurInput
           or pays of FournisseurRecupere <> pays of ModifFournisseurInput
           or tel of FournisseurRecupere <> tel of ModifFournisseurInput then
               move "M" to ChoixModifFournisseur
               display EffaceLigne5
               display Ligne-ChoixFournisseurModifie
               accept ChoixModifFournisseur line 5 col 45 reverse-video
               if ChoixModifFournisseur = "M" or ChoixModifFournisseur = "m"
                   exec sql
                   UPDATE Fournisseur
                       SET raison_sociale =    :ModifFournisseurInput.raison_sociale,
                           siret =             :ModifFournisseurInput.siret,
                           adresse =           :ModifFournisseurInput.adresse,
                           cp =                :ModifFournisseurInput.cp,
                           ville =             :ModifFournisseurInput.ville,
                           pays =              :ModifFournisseurInput.pays,
                           tel =               :ModifFournisseurInput.tel,
                           date_modif =        getdate()
                       WHERE
                           id_Fournisseur = :FournisseurRecupere.id_Fournisseur
                   end-exec
               
                   if sqlcode equal 0
                       move id_fournisseur of FournisseurRecupere to id_entite of HistoriqueModificationInput
                       move "MODIFICATION" to operation of HistoriqueModificationInput
                       string "RaisonSociale=" delimited by size
                              raison_sociale of FournisseurRecupere delimited by size
                              " Siret=" delimited by size
                              siret of FournisseurRecupere delimited by size
                              " Adresse=" delimited by size
                              adresse of FournisseurRecupere delimited by size
                              " Ville=" delimited by size
                              ville of FournisseurRecupere delimited by size
                              into ancienne_valeur of HistoriqueModificationInput
                       string "RaisonSociale=" delimited by size
                              raison_sociale of ModifFournisseurInput delimited by size
                              " Siret=" delimited by size
                              siret of ModifFournisseurInput delimited by size
                              " Adresse=" delimited by size
                              adresse of ModifFournisseurInput delimited by size
                              " Ville=" delimited by size
                              ville of ModifFournisseurInput delimited by size
                              into nouvelle_valeur of HistoriqueModificationInput
                       perform EnregistrerHistoriqueFournisseur
                       move 1 to EOM
                       display Ligne-FournisseurModifie
                       accept Pause
                   end-if
               end-if
           end-if.
       SuppFournisseur.
           perform SuppFournisseur-init
           perform SuppFournisseur-trt until EOSUPF = 1.
           perform SuppFournisseur-fin.
       SuppFournisseur-init.
           move 0 to EOSUPF.
       SuppFournisseur-trt.
           initialize FournisseurRecupere.
           initialize VerifArticleFournisseurPresent.
           initialize VerifFournisseurPresent.
           initialize SuppFournisseurInput
           initialize ChoixEcranFournisseur
           move 1 to EOSUPF.
           display ecran-SuppFournisseur.

           if IdSuppFournisseur <> 0
               move IdSuppFournisseur to IdFournisseurRecherche
               initialize IdSuppFournisseur
               perform RechercheFournisseurParId
               initialize IdFournisseurRecherche
           else
               accept raison_sociale of SuppFournisseurInput line 6 col 32 prompt
               if raison_sociale of SuppFournisseurInput not equal ' '
                   move raison_sociale of SuppFournisseurInput to RaisonSocialeFournisseurRecherche
                   perform RechercheFournisseurParNom
                   initialize RaisonSocialeFournisseurRecherche
               else
                   perform ChoixDuFournisseur
                   move ChoixEcranFournisseur to IdFournisseurRecherche
                   perform RechercheFournisseurParId
                   initialize IdFournisseurRecherche
               end-if
           end-if.



           if ChoixEcranFournisseur <> 0 or raison_sociale of FournisseurRecupere <> ' ' or raison_sociale of SuppFournisseurInput <> ' '
               exec sql
                   SELECT COUNT(*) INTO :VerifFournisseurPresent
                   FROM Fournisseur
                   WHERE raison_sociale = :SuppFournisseurInput.raison_sociale
                   OR    raison_sociale = :FournisseurRecupere.raison_sociale
               end-exec
               if VerifFournisseurPresent <> 0
                   move raison_sociale of SuppFournisseurInput to RaisonSocialeFournisseurRecherche
                   perform RechercheFournisseurParNom
                   initialize RaisonSocialeFournisseurRecherche

                   move raison_sociale of FournisseurRecupere to raison_sociale of SuppFournisseurInput
                   move siret of FournisseurRecupere to siret of SuppFournisseurInput
                   move adresse of FournisseurRecupere to adresse of SuppFournisseurInput
                   move cp of FournisseurRecupere to cp of SuppFournisseurInput
                   move ville of FournisseurRecupere to ville of SuppFournisseurInput
                   move pays of FournisseurRecupere to pays of SuppFournisseurInput
                   move tel of FournisseurRecupere to tel of SuppFournisseurInput

                   display ecran-SuppFournisseur

                   move "O" to ChoixSupprimerFournisseur
                   display Ligne-DemandeSuppression
                   accept ChoixSupprimerFournisseur line 5 col 62 reverse-video

                   if ChoixSupprimerFournisseur = "O" or ChoixSupprimerFournisseur = "o"
                       exec sql
                           SELECT COUNT(*) INTO :VerifArticleFournisseurPresent
                           FROM Article
                           WHERE id_fournisseur = :FournisseurRecupere.id_fournisseur
                       end-exec
                       if VerifArticleFournisseurPresent equal 0
                           perform SuppFournisseurBDD
                       else
                           move 1 to EOSUPF
                           display Ligne-AlerteArticleFournisseurPresent
                           accept Pause line 1 col 1
                       end-if
                   else
                       move 1 to EOSUPF
                   end-if
               else
                   display Ligne-AlerteSuppFournisseurAbsent
                   accept Pause
               end-if
           else
              continue
           end-if.
       SuppFournisseur-fin.
           initialize FournisseurRecupere.
       SuppFournisseurBDD.
           exec sql
               DELETE FROM Fournisseur
               WHERE id_fournisseur = :FournisseurRecupere.id_fournisseur
           end-exec.
           if sqlcode = 0
               move id_fournisseur of FournisseurRecupere to id_entite of HistoriqueModificationInput
               move "SUPPRESSION" to operation of HistoriqueModificationInput
               string "RaisonSociale=" delimited by size
                      raison_sociale of FournisseurRecupere delimited by size
                      " Siret=" delimited by size
                      siret of FournisseurRecupere delimited by size
                      " Adresse=" delimited by size
                      adresse of FournisseurRecupere delimited by size
                      " Ville=" delimited by size
                      ville of FournisseurRecupere delimited by size
                      into ancienne_valeur of HistoriqueModificationInput
               move spaces to nouvelle_valeur of HistoriqueModificationInput
               perform EnregistrerHistoriqueFournisseur
               move 1 to EOSUPF
               initialize FournisseurRecupere
               initialize SuppFournisseurInput
               display ecran-SuppFournisseur
               display EffaceLigne5
               display Ligne-FournisseurSupprime
               accept Pause line 1 col 1
           end-if.

      *************************************************************
      *************************************************************
      * Evaluation trimestrielle des fournisseurs : pour chaque
      * fournisseur ayant livre dans le trimestre, taux de service
      * (lignes livrees completes et a l'heure), retard moyen par
      * livraison, taux de retour en quantite et en valeur, delai
      * moyen d'emission des avoirs et hausse moyenne des tarifs
      * recus. La note sur 100 est historisee dans ScoreFournisseur
      * (un trimestre deja evalue est recalcule), classee, et editee
      * avec sa tendance par rapport au trimestre precedent.
      *************************************************************
      *************************************************************

       ScoreFournisseur.
           perform SaisieTrimestreScore.
           if TrimestreScoreValide equal 1
               perform CalculScoreFournisseur-init
               perform CalculScoreFournisseur-trt until EOSF = 1
               perform CalculScoreFournisseur-fin
               if ErreurScoreFournisseur equal 0 and NbFournisseursEvalues > 0
                   perform EditionScoreFournisseur-init
                   perform EditionScoreFournisseur-trt until EOSF = 1
                   perform EditionScoreFournisseur-fin
               end-if
           end-if.

      *    Trimestre a evaluer au format t/aaaa, propose par defaut sur
      *    le trimestre precedent (le dernier trimestre complet) - une
      *    saisie vide abandonne.
       SaisieTrimestreScore.
           compute TrimestreScore = (Mois of DateSysteme - 1) / 3 + 1.
           move Annee of DateSysteme to AnneeScore.
           if TrimestreScore equal 1
               move 4 to TrimestreScore
               subtract 1 from AnneeScore
           else
               subtract 1 from TrimestreScore
           end-if.
           move spaces to TrimestreScoreSaisi.
           string TrimestreScore delimited by size
                  "/" delimited by size
                  AnneeScore delimited by size
                  into TrimestreScoreSaisi.
           move 0 to TrimestreScoreValide.
           perform SaisieTrimestreScore-saisie until TrimestreScoreValide not equal 0.

       SaisieTrimestreScore-saisie.
           display ecran-TrimestreScore.
           accept TrimestreScoreSaisi line 6 col 36 prompt.
           if TrimestreScoreSaisi equal spaces
               move 2 to TrimestreScoreValide
           else
               move 1 to TrimestreScoreValide
               if TrimestreScoreSaisi(2:1) not equal "/"
                   move 0 to TrimestreScoreValide
               end-if
               if TrimestreScoreSaisi(1:1) not numeric or TrimestreScoreSaisi(3:4) not numeric
                   move 0 to TrimestreScoreValide
               end-if
               if TrimestreScoreValide equal 1
                   move TrimestreScoreSaisi(1:1) to TrimestreScore
                   move TrimestreScoreSaisi(3:4) to AnneeScore
                   if TrimestreScore < 1 or TrimestreScore > 4
                       move 0 to TrimestreScoreValide
                   end-if
               end-if
               if TrimestreScoreValide equal 0
                   display Ligne-AlerteTrimestreScore
                   accept Pause line 1 col 1
               end-if
           end-if.
           if TrimestreScoreValide equal 1
               if TrimestreScore equal 1
                   move 4 to TrimestrePrecedentScore
                   compute AnneePrecedenteScore = AnneeScore - 1
               else
                   compute TrimestrePrecedentScore = TrimestreScore - 1
                   move AnneeScore to AnneePrecedenteScore
               end-if
           end-if.

      *    Le recalcul d'un trimestre remplace ses notes dans une seule
      *    transaction : suppression, insertion, classement.
       CalculScoreFournisseur-init.
           move 0 to EOSF.
           move 0 to ErreurScoreFournisseur.
           move 0 to NbFournisseursEvalues.
           move 0 to TotalNotesEvaluees.
           exec sql
               set autocommit off
           end-exec.
           exec sql
               DELETE FROM ScoreFournisseur
               WHERE annee = :AnneeScore
               AND trimestre = :TrimestreScore
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               move 1 to ErreurScoreFournisseur
               move 1 to EOSF
           end-if.

      *    Livraisons (Commande / ligne_commande) recues dans le
      *    trimestre : une ligne est servie si elle a solde sa commande
      *    fournisseur (statut_rapprochement COMPLETE, ou pas de commande
      *    a rapprocher) et si la reception est au plus tard a la date
      *    prevue. Les quantites recues et retournees sont valorisees au
      *    PMP de l'article (prix d'achat a defaut). Les avoirs pris en
      *    compte sont ceux recus dans le trimestre, les hausses celles
      *    des tarifs recus dans le trimestre (TarifEnAttente).
           if ErreurScoreFournisseur equal 0
               exec sql
                   declare C-CalculScore cursor for
                       select rc.id_fournisseur,
                              rd.nb_livraisons,
                              rc.nb_lignes,
                              rc.nb_lignes_servies,
                              rd.retard_total,
                              rc.quantite_recue,
                              rc.valeur_recue,
                              isnull(rt.quantite_retour, 0),
                              isnull(rt.valeur_retour, 0),
                              isnull(av.nb_avoirs, 0),
                              isnull(av.delai_avoirs_total, 0),
                              isnull(th.nb_hausses, 0),
                              isnull(th.hausse_totale, 0)
                       from (select c.id_fournisseur,
                                    count(*) as nb_lignes,
                                    sum(case when isnull(l.statut_rapprochement, 'COMPLETE') = 'COMPLETE'
                                              and cast(c.date_reception as date) <= c.date_livraison_prevue
                                             then 1 else 0 end) as nb_lignes_servies,
                                    sum(l.quantite) as quantite_recue,
                                    sum(l.quantite * case when isnull(a.prix_moyen_pondere, 0) > 0
                                                          then a.prix_moyen_pondere
                                                          else a.prix_achat end) as valeur_recue
                             from Commande c
                             join ligne_commande l on l.id_commande = c.id_commande
                             join Article a on a.code_article = l.code_article
                             where datepart(year, c.date_reception) = :AnneeScore
                             and datepart(quarter, c.date_reception) = :TrimestreScore
                             group by c.id_fournisseur) rc
                       join (select c.id_fournisseur,
                                    count(*) as nb_livraisons,
                                    sum(case when datediff(day, c.date_livraison_prevue, c.date_reception) > 0
                                             then datediff(day, c.date_livraison_prevue, c.date_reception)
                                             else 0 end) as retard_total
                             from Commande c
                             where datepart(year, c.date_reception) = :AnneeScore
                             and datepart(quarter, c.date_reception) = :TrimestreScore
                             group by c.id_fournisseur) rd
                         on rd.id_fournisseur = rc.id_fournisseur
                       left join (select r.id_fournisseur,
                                         sum(r.quantite) as quantite_retour,
                                         sum(r.quantite * case when isnull(a.prix_moyen_pondere, 0) > 0
                                                               then a.prix_moyen_pondere
                                                               else a.prix_achat end) as valeur_retour
                                  from RetourFournisseur r
                                  join Article a on a.code_article = r.code_article
                                  where datepart(year, r.date_retour) = :AnneeScore
                                  and datepart(quarter, r.date_retour) = :TrimestreScore
                                  group by r.id_fournisseur) rt
                         on rt.id_fournisseur = rc.id_fournisseur
                       left join (select r.id_fournisseur,
                                         count(*) as nb_avoirs,
                                         sum(datediff(day, r.date_retour, r.date_statut)) as delai_avoirs_total
                                  from RetourFournisseur r
                                  where r.statut = 'AVOIR RECU'
                                  and datepart(year, r.date_statut) = :AnneeScore
                                  and datepart(quarter, r.date_statut) = :TrimestreScore
                                  group by r.id_fournisseur) av
                         on av.id_fournisseur = rc.id_fournisseur
                       left join (select t.id_fournisseur,
                                         count(*) as nb_hausses,
                                         sum(t.pourcentage_hausse) as hausse_totale
                                  from TarifEnAttente t
                                  where datepart(year, t.date_crea) = :AnneeScore
                                  and datepart(quarter, t.date_crea) = :TrimestreScore
                                  group by t.id_fournisseur) th
                         on th.id_fournisseur = rc.id_fournisseur
                       order by rc.id_fournisseur
               end-exec
               exec sql
                   open C-CalculScore
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurScoreFournisseur
                   move 1 to EOSF
               end-if
           end-if.

       CalculScoreFournisseur-trt.
           exec sql
               fetch C-CalculScore into
                   :VueCalculScore.id_fournisseur,
                   :VueCalculScore.nb_livraisons,
                   :VueCalculScore.nb_lignes,
                   :VueCalculScore.nb_lignes_servies,
                   :VueCalculScore.retard_total,
                   :VueCalculScore.quantite_recue,
                   :VueCalculScore.valeur_recue,
                   :VueCalculScore.quantite_retour,
                   :VueCalculScore.valeur_retour,
                   :VueCalculScore.nb_avoirs,
                   :VueCalculScore.delai_avoirs_total,
                   :VueCalculScore.nb_hausses,
                   :VueCalculScore.hausse_totale
           end-exec.
      *    Une erreur de lecture n'est pas une fin de liste : le trimestre
      *    ne doit pas etre enregistre a moitie recalcule.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOSF
               if sqlcode not equal 100
                   move 1 to ErreurScoreFournisseur
               end-if
           else
               perform CalculNoteFournisseur
               perform EnregistrerScoreFournisseur
           end-if.

       CalculScoreFournisseur-fin.
           exec sql
               close C-CalculScore
           end-exec.

      *    Classement du trimestre : rang 1 = meilleure note, les
      *    ex aequo partagent le meme rang.
           if ErreurScoreFournisseur equal 0 and NbFournisseursEvalues > 0
               exec sql
                   UPDATE s
                   SET rang = r.rang_calcule
                   FROM ScoreFournisseur s
                   JOIN (select id_score,
                                rank() over (order by note desc) as rang_calcule
                         from ScoreFournisseur
                         where annee = :AnneeScore
                         and trimestre = :TrimestreScore) r
                     on r.id_score = s.id_score
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurScoreFournisseur
               end-if
           end-if.

           if ErreurScoreFournisseur equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurScoreFournisseur
               end-if
           end-if.
           if ErreurScoreFournisseur equal 1
               exec sql
                   rollback work
               end-exec
           end-if.
           exec sql
               set autocommit on
           end-exec.

           if ErreurScoreFournisseur equal 1
               display Ligne-ErreurScoreFournisseur
               accept Pause line 1 col 1
           else
               if NbFournisseursEvalues equal 0
                   display Ligne-AucunScoreFournisseur
                   accept Pause line 1 col 1
               end-if
           end-if.

      *    Note sur 100 : service 40 points au prorata du taux de
      *    service ; retard 20 points moins 2 par jour de retard moyen ;
      *    retours 20 points moins 2 par point de taux de retour en
      *    valeur ; avoirs 10 points moins 1 par 3 jours de delai moyen ;
      *    prix 10 points moins 1 par point de hausse moyenne. Une
      *    composante ne descend pas sous zero.
       CalculNoteFournisseur.
           initialize ScoreCalcule.
           compute TauxCalculeScore rounded =
               nb_lignes_servies of VueCalculScore * 100 / nb_lignes of VueCalculScore.
           move TauxCalculeScore to taux_service of ScoreCalcule.

           compute TauxCalculeScore rounded =
               retard_total of VueCalculScore / nb_livraisons of VueCalculScore.
           if TauxCalculeScore > 999
               move 999 to TauxCalculeScore
           end-if.
           move TauxCalculeScore to retard_moyen of ScoreCalcule.

           if quantite_recue of VueCalculScore > 0
               compute TauxCalculeScore rounded =
                   quantite_retour of VueCalculScore * 100 / quantite_recue of VueCalculScore
               if TauxCalculeScore > 100
                   move 100 to TauxCalculeScore
               end-if
               move TauxCalculeScore to taux_retour_quantite of ScoreCalcule
           end-if.
           if valeur_recue of VueCalculScore > 0
               compute TauxCalculeScore rounded =
                   valeur_retour of VueCalculScore * 100 / valeur_recue of VueCalculScore
               if TauxCalculeScore > 100
                   move 100 to TauxCalculeScore
               end-if
               move TauxCalculeScore to taux_retour_valeur of ScoreCalcule
           end-if.
           if nb_avoirs of VueCalculScore > 0
               compute TauxCalculeScore rounded =
                   delai_avoirs_total of VueCalculScore / nb_avoirs of VueCalculScore
               if TauxCalculeScore > 999
                   move 999 to TauxCalculeScore
               end-if
               move TauxCalculeScore to delai_moyen_avoir of ScoreCalcule
           end-if.
           if nb_hausses of VueCalculScore > 0
               compute TauxCalculeScore rounded =
                   hausse_totale of VueCalculScore / nb_hausses of VueCalculScore
               if TauxCalculeScore > 999
                   move 999 to TauxCalculeScore
               end-if
               move TauxCalculeScore to evolution_prix of ScoreCalcule
           end-if.

           compute PointsNoteScore = taux_service of ScoreCalcule * 0.4.
           compute PointsComposanteScore = 20 - retard_moyen of ScoreCalcule * 2.
           perform AjoutComposanteNote.
           compute PointsComposanteScore = 20 - taux_retour_valeur of ScoreCalcule * 2.
           perform AjoutComposanteNote.
           compute PointsComposanteScore = 10 - delai_moyen_avoir of ScoreCalcule / 3.
           perform AjoutComposanteNote.
           compute PointsComposanteScore = 10 - evolution_prix of ScoreCalcule.
           perform AjoutComposanteNote.
           compute note of ScoreCalcule rounded = PointsNoteScore.

       AjoutComposanteNote.
           if PointsComposanteScore > 0
               add PointsComposanteScore to PointsNoteScore
           end-if.

       EnregistrerScoreFournisseur.
           exec sql
               INSERT INTO ScoreFournisseur
                   (id_fournisseur, annee, trimestre, nb_livraisons, nb_lignes,
                    taux_service, retard_moyen, taux_retour_quantite,
                    taux_retour_valeur, delai_moyen_avoir, evolution_prix,
                    note, date_calcul)
                   VALUES (:VueCalculScore.id_fournisseur, :AnneeScore, :TrimestreScore,
                           :VueCalculScore.nb_livraisons, :VueCalculScore.nb_lignes,
                           :ScoreCalcule.taux_service, :ScoreCalcule.retard_moyen,
                           :ScoreCalcule.taux_retour_quantite,
                           :ScoreCalcule.taux_retour_valeur,
                           :ScoreCalcule.delai_moyen_avoir,
                           :ScoreCalcule.evolution_prix,
                           :ScoreCalcule.note, getdate())
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurScoreFournisseur
               move 1 to EOSF
           else
               add 1 to NbFournisseursEvalues
               add note of ScoreCalcule to TotalNotesEvaluees
           end-if.

      *    Edition du trimestre dans l'ordre du classement, avec la note
      *    du trimestre precedent et l'ecart (NOUVEAU si le fournisseur
      *    n'etait pas evalue).
       EditionScoreFournisseur-init.
           move 0 to EOSF.
           move 0 to noPageScoreFournisseur.
           move 0 to nbLigneScoreFournisseur.
           open output f-fichierScoreFournisseur.

      *    Ecriture entete
           move jour of DateSysteme to jour of LigneSF3 of EnteteFichierScoreFournisseur.
           move mois of DateSysteme to mois of LigneSF3 of EnteteFichierScoreFournisseur.
           move Annee of DateSysteme to annee of LigneSF3 of EnteteFichierScoreFournisseur.
           move TrimestreScore to trimestre of LigneSF3 of EnteteFichierScoreFournisseur.
           move AnneeScore to annee_score of LigneSF3 of EnteteFichierScoreFournisseur.
           move TrimestrePrecedentScore to trimestre_precedent of LigneSF3 of EnteteFichierScoreFournisseur.
           move AnneePrecedenteScore to annee_precedente of LigneSF3 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF1 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF2 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF3 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF4 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF5 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF6 of EnteteFichierScoreFournisseur.
           write e-fichierScoreFournisseur from LigneSF7 of EnteteFichierScoreFournisseur.

           exec sql
               declare C-EditionScore cursor for
                   select isnull(s.rang, 0), f.raison_sociale, s.nb_livraisons,
                          s.taux_service, s.retard_moyen, s.taux_retour_quantite,
                          s.taux_retour_valeur, s.delai_moyen_avoir,
                          s.evolution_prix, s.note,
                          case when p.id_score is null then 0 else 1 end,
                          isnull(p.note, 0)
                   from ScoreFournisseur s
                   join Fournisseur f on f.id_fournisseur = s.id_fournisseur
                   left join ScoreFournisseur p
                     on p.id_fournisseur = s.id_fournisseur
                    and p.annee = :AnneePrecedenteScore
                    and p.trimestre = :TrimestrePrecedentScore
                   where s.annee = :AnneeScore
                   and s.trimestre = :TrimestreScore
                   order by s.rang, f.raison_sociale
           end-exec.
           exec sql
               open C-EditionScore
           end-exec.

       EditionScoreFournisseur-trt.
           exec sql
               fetch C-EditionScore into
                   :VueEditionScore.rang,
                   :VueEditionScore.raison_sociale,
                   :VueEditionScore.nb_livraisons,
                   :VueEditionScore.taux_service,
                   :VueEditionScore.retard_moyen,
                   :VueEditionScore.taux_retour_quantite,
                   :VueEditionScore.taux_retour_valeur,
                   :VueEditionScore.delai_moyen_avoir,
                   :VueEditionScore.evolution_prix,
                   :VueEditionScore.note,
                   :VueEditionScore.note_connue,
                   :VueEditionScore.note_precedente
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOSF
           else
               move rang of VueEditionScore to rang of CorpsFichierScoreFournisseur
               move raison_sociale of VueEditionScore to raison_sociale of CorpsFichierScoreFournisseur
               move nb_livraisons of VueEditionScore to nb_livraisons of CorpsFichierScoreFournisseur
               move taux_service of VueEditionScore to taux_service of CorpsFichierScoreFournisseur
               move retard_moyen of VueEditionScore to retard_moyen of CorpsFichierScoreFournisseur
               move taux_retour_quantite of VueEditionScore to taux_retour_quantite of CorpsFichierScoreFournisseur
               move taux_retour_valeur of VueEditionScore to taux_retour_valeur of CorpsFichierScoreFournisseur
               move delai_moyen_avoir of VueEditionScore to delai_moyen_avoir of CorpsFichierScoreFournisseur
               move evolution_prix of VueEditionScore to evolution_prix of CorpsFichierScoreFournisseur
               move note of VueEditionScore to note of CorpsFichierScoreFournisseur
               if note_connue of VueEditionScore equal 0
                   move "  -" to note_precedente-texte of CorpsFichierScoreFournisseur
                   move spaces to ecart_note-texte of CorpsFichierScoreFournisseur
                   move "NOUVEAU" to tendance of CorpsFichierScoreFournisseur
               else
                   move note_precedente of VueEditionScore to note_precedente of CorpsFichierScoreFournisseur
                   compute EcartNoteScore = note of VueEditionScore - note_precedente of VueEditionScore
                   move EcartNoteScore to ecart_note of CorpsFichierScoreFournisseur
                   evaluate true
                       when EcartNoteScore > 0
                           move "HAUSSE" to tendance of CorpsFichierScoreFournisseur
                       when EcartNoteScore < 0
                           move "BAISSE" to tendance of CorpsFichierScoreFournisseur
                       when other
                           move "STABLE" to tendance of CorpsFichierScoreFournisseur
                   end-evaluate
               end-if

               write e-fichierScoreFournisseur from CorpsFichierScoreFournisseur
               add 1 to nbLigneScoreFournisseur

               if nbLigneScoreFournisseur equal MaxLigneScoreFournisseur
                   add 1 to noPageScoreFournisseur
                   move noPageScoreFournisseur to NbPage of PiedDePageFichierScoreFournisseur
                   write e-fichierScoreFournisseur from PiedDePageFichierScoreFournisseur
                   move 0 to nbLigneScoreFournisseur
               end-if
           end-if.

       EditionScoreFournisseur-fin.
           exec sql
               close C-EditionScore
           end-exec.
           compute NoteMoyenneEvaluee rounded = TotalNotesEvaluees / NbFournisseursEvalues.
           move NbFournisseursEvalues to NbFournisseursAffiche of FinPiedDePageFichierScoreFournisseur.
           move NoteMoyenneEvaluee to NoteMoyenneAffichee of FinPiedDePageFichierScoreFournisseur.
           write e-fichierScoreFournisseur from FinPiedDePageFichierScoreFournisseur.
           close f-fichierScoreFournisseur.

           display Ligne-ScoreFournisseurGenere.
           accept Pause line 1 col 1.

      *    Derniere note connue du fournisseur, affichee sur sa fiche.
       RechercheNoteFournisseur.
           move "Non evaluee" to LibelleNoteFournisseur.
           exec sql
               SELECT TOP 1 note, isnull(rang, 0), trimestre, annee
                   INTO :NoteFicheFournisseur, :RangFicheFournisseur,
                        :TrimestreFicheFournisseur, :AnneeFicheFournisseur
                   FROM ScoreFournisseur
                   WHERE id_fournisseur = :FournisseurRecupere.id_fournisseur
                   ORDER BY annee desc, trimestre desc
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               move NoteFicheFournisseur to NoteFicheAffichee
               move RangFicheFournisseur to RangFicheAffiche
               move spaces to LibelleNoteFournisseur
               string NoteFicheAffichee delimited by size
                      "/100 - rang " delimited by size
                      RangFicheAffiche delimited by size
                      " - T" delimited by size
                      TrimestreFicheFournisseur delimited by size
                      "/" delimited by size
                      AnneeFicheFournisseur delimited by size
                      into LibelleNoteFournisseur
               if NoteFicheFournisseur < SeuilNoteFournisseur
                   move " - sous le seuil" to LibelleNoteFournisseur(30:16)
               end-if
           end-if.

      *************************************************************
      *************************************************************
      * Suivi des livraisons fournisseur (delais promis / reels)
      *************************************************************
      *************************************************************

       SuiviLivraisonFournisseur.
           perform SuiviLivraisonFournisseur-init.
           perform SuiviLivraisonFournisseur-trt until EOSL = 1.
           perform SuiviLivraisonFournisseur-fin.

       SuiviLivraisonFournisseur-init.
           move 0 to EOSL.
           move 0 to noPageSuiviLivraison.
           move 0 to nbLigneSuiviLivraison.
           open output f-fichierSuiviLivraison.

      *    Ecriture entête
           move jour of DateSysteme to jour of LigneSL3 of EnteteFichierSuiviLivraison.
           move mois of DateSysteme to mois of LigneSL3 of EnteteFichierSuiviLivraison.
           move Annee of DateSysteme to annee of LigneSL3 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL1 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL2 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL3 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL4 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL5 of EnteteFichierSuiviLivraison.
           write e-fichierSuiviLivraison from LigneSL6 of EnteteFichierSuiviLivraison.

      *    Une ligne par fournisseur, comparant date_reception a
      *    date_livraison_prevue sur l'ensemble des commandes recues.
           exec sql
               declare C-SuiviLivraison cursor for
                   select f.raison_sociale,
                          count(*),
                          sum(case when c.date_reception <= c.date_livraison_prevue then 1 else 0 end),
                          sum(case when c.date_reception > c.date_livraison_prevue then 1 else 0 end)
                   from Commande c
                   join Fournisseur f on f.id_fournisseur = c.id_fournisseur
                   group by f.raison_sociale
                   order by f.raison_sociale
           end-exec.
           exec sql
               open C-SuiviLivraison
           end-exec.

       SuiviLivraisonFournisseur-trt.
           exec sql
               fetch C-SuiviLivraison into
                   :VueSuiviLivraison.raison_sociale,
                   :VueSuiviLivraison.nb_livraisons,
                   :VueSuiviLivraison.nb_a_temps,
                   :VueSuiviLivraison.nb_en_retard
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOSL
           else
               move raison_sociale of VueSuiviLivraison to raison_sociale of CorpsFichierSuiviLivraison
               move nb_livraisons of VueSuiviLivraison to nb_livraisons of CorpsFichierSuiviLivraison
               move nb_a_temps of VueSuiviLivraison to nb_a_temps of CorpsFichierSuiviLivraison
               move nb_en_retard of VueSuiviLivraison to nb_en_retard of CorpsFichierSuiviLivraison

               write e-fichierSuiviLivraison from CorpsFichierSuiviLivraison
               add 1 to nbLigneSuiviLivraison

               if nbLigneSuiviLivraison equal MaxLigneSuiviLivraison
                   add 1 to noPageSuiviLivraison
                   move noPageSuiviLivraison to NbPage of PiedDePageFichierSuiviLivraison
                   write e-fichierSuiviLivraison from PiedDePageFichierSuiviLivraison
                   move 0 to nbLigneSuiviLivraison
               end-if
           end-if.

       SuiviLivraisonFournisseur-fin.
           exec sql
               close C-SuiviLivraison
           end-exec.
           write e-fichierSuiviLivraison from FinPiedDePageFichierSuiviLivraison.
           close f-fichierSuiviLivraison.

           display Ligne-SuiviLivraisonGenere.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Etat des reliquats fournisseur : les lignes de commande en
      * LIVRAISON PARTIELLE avec le restant du, regroupees par
      * fournisseur - support des relances
      *************************************************************
      *************************************************************

       EtatReliquatFournisseur.
           perform EtatReliquatFournisseur-init.
           perform EtatReliquatFournisseur-trt until EORQ = 1.
           perform EtatReliquatFournisseur-fin.

       EtatReliquatFournisseur-init.
           move 0 to EORQ.
           move 0 to NbLignesReliquat.
           move 0 to TotalQuantiteReliquat.
           move 0 to noPageReliquatCommande.
           move 0 to nbLigneReliquatCommande.
           move spaces to FournisseurReliquatPrecedent.
           open output f-fichierReliquatCommande.

      *    Ecriture entete
           move jour of DateSysteme to jour of LigneRL3 of EnteteFichierReliquatCommande.
           move mois of DateSysteme to mois of LigneRL3 of EnteteFichierReliquatCommande.
           move Annee of DateSysteme to annee of LigneRL3 of EnteteFichierReliquatCommande.
           write e-fichierReliquatCommande from LigneRL1 of EnteteFichierReliquatCommande.
           write e-fichierReliquatCommande from LigneRL2 of EnteteFichierReliquatCommande.
           write e-fichierReliquatCommande from LigneRL3 of EnteteFichierReliquatCommande.
           write e-fichierReliquatCommande from LigneRL4 of EnteteFichierReliquatCommande.

           exec sql
               declare C-ReliquatCommande cursor for
                   select f.raison_sociale, cf.code_article, a.libelle,
                          cf.quantite, cf.quantite_reliquat, cf.date_commande
                   from CommandeFournisseur cf
                   join Article a on a.code_article = cf.code_article
                   join Fournisseur f on f.id_fournisseur = cf.id_fournisseur
                   where cf.statut = 'LIVRAISON PARTIELLE'
                   order by f.raison_sociale, cf.date_commande, cf.code_article
           end-exec.
           exec sql
               open C-ReliquatCommande
           end-exec.

       EtatReliquatFournisseur-trt.
           exec sql
               fetch C-ReliquatCommande into
                   :VueReliquatCommande.raison_sociale,
                   :VueReliquatCommande.code_article,
                   :VueReliquatCommande.libelle,
                   :VueReliquatCommande.quantite,
                   :VueReliquatCommande.quantite_reliquat,
                   :VueReliquatCommande.date_commande
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EORQ
           else
      *        Une section par fournisseur a relancer
               if raison_sociale of VueReliquatCommande
                   not equal FournisseurReliquatPrecedent
                   move raison_sociale of VueReliquatCommande to FournisseurReliquatPrecedent
                   write e-fichierReliquatCommande from LigneRL2 of EnteteFichierReliquatCommande
                   move raison_sociale of VueReliquatCommande to rl-fournisseur of LigneFournisseurReliquat
                   write e-fichierReliquatCommande from LigneFournisseurReliquat
                   write e-fichierReliquatCommande from LigneRL5 of EnteteFichierReliquatCommande
                   write e-fichierReliquatCommande from LigneRL6 of EnteteFichierReliquatCommande
               end-if
               add 1 to NbLignesReliquat
               add quantite_reliquat of VueReliquatCommande to TotalQuantiteReliquat

               move date_commande of VueReliquatCommande to ReliquatDateAffichage
               move code_article of VueReliquatCommande to rl-code-article of CorpsFichierReliquatCommande
               move libelle of VueReliquatCommande to rl-libelle of CorpsFichierReliquatCommande
               move Jour of ReliquatDateAffichage to rl-jour of CorpsFichierReliquatCommande
               move Mois of ReliquatDateAffichage to rl-mois of CorpsFichierReliquatCommande
               move Annee of ReliquatDateAffichage to rl-annee of CorpsFichierReliquatCommande
               move quantite of VueReliquatCommande to rl-commande of CorpsFichierReliquatCommande
               move quantite_reliquat of VueReliquatCommande to rl-reliquat of CorpsFichierReliquatCommande

               write e-fichierReliquatCommande from CorpsFichierReliquatCommande
               add 1 to nbLigneReliquatCommande

               if nbLigneReliquatCommande equal MaxLigneReliquatCommande
                   add 1 to noPageReliquatCommande
                   move noPageReliquatCommande to NbPage of PiedDePageFichierReliquatCommande
                   write e-fichierReliquatCommande from PiedDePageFichierReliquatCommande
                   move 0 to nbLigneReliquatCommande
               end-if
           end-if.

       EtatReliquatFournisseur-fin.
           exec sql
               close C-ReliquatCommande
           end-exec.
           move NbLignesReliquat to rl-nb-lignes of FinPiedDePageFichierReliquatCommande.
           move TotalQuantiteReliquat to rl-total-reliquat of FinPiedDePageFichierReliquatCommande.
           write e-fichierReliquatCommande from FinPiedDePageFichierReliquatCommande.
           close f-fichierReliquatCommande.

           display Ligne-ReliquatCommandeGenere.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Import des fichiers tarifaires fournisseur : mise a jour de
      * FournisseurArticlePrix avec une date d'effet (les anciens
      * tarifs sont conserves), compte rendu des ecarts, hausses
      * au-dela du seuil mises en attente de validation
      *************************************************************
      *************************************************************

       MenuImportTarif.
           perform MenuImportTarif-init.
           perform MenuImportTarif-trt until ChoixMenuCommande equal 0.
           perform MenuImportTarif-fin.

       MenuImportTarif-init.
           move 1 to ChoixMenuCommande.

       MenuImportTarif-trt.
           perform ListeFluxTarif.
           if NoFluxTarifChoisi equal 0
               move 0 to ChoixMenuCommande
           else
               move 1 to ChoixMenuCommande
               perform RechercheFluxTarif
               if VerifFluxTarifPresent equal 1
      *            Le seuil d'alerte hausse est modifiable a chaque
      *            import.
                   display ecran-SeuilHausseTarif
                   accept PourcentageAlerteHausse line 6 col 43 prompt
                   perform TraitementFichierTarif
               else
                   display Ligne-AlerteFluxInconnu
                   accept Pause line 1 col 1
               end-if
           end-if.

       MenuImportTarif-fin.
           continue.

      *************************************************************
      * Import de nuit des tarifs : tous les flux tarifaires actifs
      * sont traites sans saisie, au seuil de hausse par defaut ; un
      * flux sans nouveau fichier est simplement ignore
      *************************************************************

       ImportTarifLot.
           perform ImportTarifLot-init.
           perform ImportTarifLot-trt
               varying IxFluxTarifLot from 1 by 1 until IxFluxTarifLot > NbFluxTarifLot.
           perform ImportTarifLot-fin.

       ImportTarifLot-init.
           move 0 to NbFichiersTarifIntegres.
           move 0 to NbFichiersTarifEchoues.
           move 0 to NbTarifsLot.
      *    Un seul compte rendu des ecarts pour tous les flux de la nuit.
           open output f-fichierCompteRenduTarif.
           move 0 to EOTL.
           move 0 to NbFluxTarifLot.
           exec sql
               declare C-FluxTarifLot cursor for
                   select no_fichier
                   from FluxTarifEntrant
                   where actif = 1
                   order by no_fichier
           end-exec.
           exec sql
               open C-FluxTarifLot
           end-exec.
           perform ChargementFluxTarifLot until EOTL equal 1.
           exec sql
               close C-FluxTarifLot
           end-exec.

       ChargementFluxTarifLot.
           exec sql
               fetch C-FluxTarifLot into
                   :NoFluxTarifChoisi
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOTL
               if sqlcode not equal 100
                   move 0 to NoFluxChoisi
                   move "Erreur de lecture du referentiel des flux tarifaires" to MessageErreurCommande
                   perform EcritureJournalCommande-erreur
                   add 1 to NbFichiersTarifEchoues
               end-if
           else
               if NbFluxTarifLot < 99
                   add 1 to NbFluxTarifLot
                   move NoFluxTarifChoisi to ft-no-fichier(NbFluxTarifLot)
               end-if
           end-if.

       ImportTarifLot-trt.
           move ft-no-fichier(IxFluxTarifLot) to NoFluxTarifChoisi.
           perform RechercheFluxTarif.
           if VerifFluxTarifPresent equal 1
               perform TraitementFichierTarif
           end-if.

       ImportTarifLot-fin.
           close f-fichierCompteRenduTarif.

      *    En traitement de nuit, un flux sans nouveau fichier (absent,
      *    ou identique au dernier fichier traite) n'est pas une anomalie.
       SortieErreurTarifLot.
           if FichierTarifSansObjet equal 1
               move "IGNORE " to jl-statut
               perform EcritureJournalCommande-ligne
           else
               perform EcritureJournalCommande-erreur
               add 1 to NbFichiersTarifEchoues
           end-if.

       EcritureJournalTarif-succes.
           move spaces to MessageErreurCommande.
           move NbTarifsAppliques to CompteurEdite.
           move NbTarifsEnAttente to CompteurEdite2.
           perform CadrageCompteursEdites.
           string "Tarif integre : " delimited by size
                  CompteurEdite(DebutCompteurEdite:) delimited by size
                  " applique(s), " delimited by size
                  CompteurEdite2(DebutCompteurEdite2:) delimited by size
                  " hausse(s) a valider" delimited by size
                  into MessageErreurCommande.
           move "SUCCES " to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.
           add 1 to NbFichiersTarifIntegres.
           add NbTarifsAppliques to NbTarifsLot.
           add NbTarifsEnAttente to NbTarifsLot.

      *************************************************************
      * Liste des flux tarifaires parametres
      *************************************************************

       ListeFluxTarif.
           perform ListeFluxTarif-init.
           perform ListeFluxTarif-trt until EOLFT = 1.
           perform ListeFluxTarif-fin.

       ListeFluxTarif-init.
           move 0 to EOLFT.
           move 0 to NoFluxTarifChoisi.
           exec sql
               declare C-ListeFluxTarif cursor for
                   select fx.no_fichier,
                          isnull(f.raison_sociale, '(fournisseur inconnu)'),
                          fx.actif
                   from FluxTarifEntrant fx
                   left join Fournisseur f on f.id_fournisseur = fx.id_fournisseur
                   order by fx.no_fichier
           end-exec.
           exec sql
               open C-ListeFluxTarif
           end-exec.
           display ecran-ListeFluxTarif.
           move 7 to NoLigneChoixFluxTarif.

       ListeFluxTarif-trt.
           exec sql
               fetch C-ListeFluxTarif into
                   :VueFluxTarif.no_fichier,
                   :VueFluxTarif.raison_sociale,
                   :VueFluxTarif.actif
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLFT
               accept NoFluxTarifChoisi line 5 col 75
           else
               perform AffichageChoixFluxTarif
           end-if.

       ListeFluxTarif-fin.
           exec sql
               close C-ListeFluxTarif
           end-exec.

       AffichageChoixFluxTarif.
           if actif of VueFluxTarif equal 1
               move "actif" to actif_affiche of VueFluxTarif
           else
               move "suspendu" to actif_affiche of VueFluxTarif
           end-if.
           Add 1 to NoLigneChoixFluxTarif.

           Display LigneChoixFluxTarif.

           if NoLigneChoixFluxTarif equal 23
               Display " Page [S]uivante - [m]enu : S" Line 1 Col 1 with no advancing
               Move "S" to ResponseChoixFluxTarif
               accept ResponseChoixFluxTarif line 1 col 29 reverse-video

               if ResponseChoixFluxTarif = "M" or ResponseChoixFluxTarif = "m"
                   move 1 to EOLFT
               else
                   move 7 to NoLigneChoixFluxTarif
               end-if
           end-if.

      *    Chemin du fichier et fournisseur d'un flux tarifaire actif -
      *    VerifFluxTarifPresent vaut 0 si le numero de flux est inconnu
      *    ou suspendu.
       RechercheFluxTarif.
           move 0 to VerifFluxTarifPresent.
           move spaces to CheminFichierTarifEntrant.
           move 0 to IdFournisseurTarif.
           exec sql
               SELECT chemin_fichier, id_fournisseur
                   INTO :CheminFichierTarifEntrant, :IdFournisseurTarif
                   FROM FluxTarifEntrant
                   WHERE no_fichier = :NoFluxTarifChoisi
                   AND actif = 1
           end-exec.
           if (sqlcode equal 0 or sqlcode equal 1)
               and CheminFichierTarifEntrant not equal spaces
               move 1 to VerifFluxTarifPresent
           end-if.

      *************************************************************
      * Acces au fichier tarifaire du flux courant
      *************************************************************

       OpenInputTarif.
           open input f-fichierTarifEntrant.

       ReadFichierTarif.
           read f-fichierTarifEntrant.

       ReadFichierTarifToEnd.
           read f-fichierTarifEntrant
               at end
                   perform VerificationFichierTarif-derniereLigne
               not at end
                   perform VerificationFichierTarif-corps
           end-read.

       CloseInputTarif.
           close f-fichierTarifEntrant.

       UnstringTarifEntete.
           unstring e-fichierTarifEntrant delimited by ","
             into
             code_fournisseur of TarifEntrant
             no_tarif of TarifEntrant
             date_tarif of TarifEntrant
             date_effet of TarifEntrant
           end-unstring.

       UnstringEnregistrementTarif.
           unstring e-fichierTarifEntrant delimited by ","
             into
             code_article of TarifEntrant
             prix_centimes of TarifEntrant
           end-unstring.

      *************************************************************
      * Gestion lecture fichier tarifaire - memes controles que les
      * fichiers de commande (entete, corps, ligne de total, somme
      * de controle anti re-traitement, rapport de rejets)
      *************************************************************

       TraitementFichierTarif.
      *    Le rapport de rejets est partage avec les flux de commandes -
      *    le numero de flux tarifaire y est repris.
           move NoFluxTarifChoisi to NoFluxChoisi.
           perform VerificationFichierTarif.
           if MessageErreurCommande equal spaces
               perform VerificationDoublonTarif
           end-if.
           if MessageErreurCommande equal spaces
               perform TraitementTarif
           else
               if ModeTraitementLot equal "O"
                   perform SortieErreurTarifLot
               else
                   display ligne-MenuCommandeErreur
                   accept Pause line 5 col 77
               end-if
           end-if.

      *    On refuse de re-traiter un fichier tarifaire dont le contenu
      *    est identique au dernier traitement pour ce numero de flux.
       VerificationDoublonTarif.
           move 0 to SommeControleTarifRecupere.
           exec sql
               SELECT somme_controle INTO :SommeControleTarifRecupere
               FROM HistoriqueFichierTarif
               WHERE no_fichier = :NoFluxTarifChoisi
           end-exec.
           if (sqlcode equal 0)
               and (SommeControleTarifRecupere equal SommeControleFichier)
               move "Ce fichier a deja ete traite (contenu identique au dernier traitement)" to MessageErreurCommande
               move 1 to FichierTarifSansObjet
           end-if.

       VerificationFichierTarif.
           perform VerificationFichierTarif-init.
           perform VerificationFichierTarif-trt until EOVT = 1.
           perform VerificationFichierTarif-fin.

       VerificationFichierTarif-init.
           move space to MessageErreurCommande
           move 0 to EOVT.
           move 0 to NoligneCommande.
           move 0 to SommeCentimesTarif.
           move 0 to SommeControleFichier.
           move 0 to NbRejetCommande.
           move 0 to FichierTarifSansObjet.
      *    En traitement de nuit le rapport de rejets est deja ouvert
      *    pour toute la chaine (voir ChaineNuit-init).
           if ModeTraitementLot not equal "O"
               open output f-fichierRejetCommande
           end-if.
           move spaces to EnteteRejetCommande.
           move NoFluxTarifChoisi to er-no-fichier.
           write e-fichierRejetCommande from EnteteRejetCommande.
           perform OpenInputTarif.
           if StatutFichierTarifEntrant not equal "00"
               move "Fichier absent ou illisible" to MessageErreurCommande
               move 1 to FichierTarifSansObjet
               move 1 to EOVT
           else
               perform VerificationEnteteTarif
           end-if.

       VerificationEnteteTarif.
           perform ReadFichierTarif.

      *    On verifie que l'entete est conforme
           perform UnstringTarifEntete.
           move zero to tally-counter.
           inspect date_tarif of TarifEntrant tallying tally-counter for all '/'.

           if (code_fournisseur of TarifEntrant equal low-value
               or no_tarif of TarifEntrant equal low-value
               or date_tarif of TarifEntrant equal low-value
               or date_effet of TarifEntrant equal low-value
               or tally-counter not equal 2
               )
               move "Entete du fichier non conforme" to MessageErreurCommande
               move 1 to EOVT
           end-if.

      *    On verifie que la date d'effet a un format conforme
           move zero to tally-counter.
           inspect date_effet of TarifEntrant tallying tally-counter for all '/'.
           if (tally-counter not equal 2)
               move "Entete du fichier non conforme" to MessageErreurCommande
               move 1 to EOVT
           end-if.

      *    Le fournisseur de l'entete doit etre celui du flux : un
      *    fichier depose sur le mauvais flux est refuse.
           move zero to CodeFournisseur.
           exec sql
             SELECT id_fournisseur INTO :CodeFournisseur FROM fournisseur WHERE id_fournisseur = :TarifEntrant.code_fournisseur
           end-exec.
           if (CodeFournisseur equal zero)
               move "Fournisseur inconnu" to MessageErreurCommande
               move 1 to EOVT
           end-if.
           if CodeFournisseur not equal IdFournisseurTarif
               move "Fournisseur de l'entete different du flux tarifaire" to MessageErreurCommande
               move 1 to EOVT
           end-if.

       VerificationFichierTarif-trt.
           perform ReadFichierTarifToEnd.

       VerificationFichierTarif-corps.
           add 1 to NoligneCommande.

      *    On verifie que la ligne tarif est conforme
           perform UnstringEnregistrementTarif.

           if (code_article of TarifEntrant equal low-value
               or code_article of TarifEntrant equal zero
               or prix_centimes of TarifEntrant equal low-value
               or prix_centimes of TarifEntrant equal zero
               )
               move "Corps du fichier non conforme" to MessageErreurCommande
               perform EcritureRejetLigneCommande
           end-if.
           add prix_centimes of TarifEntrant to SommeCentimesTarif.
           add code_article of TarifEntrant to SommeControleFichier.
           add prix_centimes of TarifEntrant to SommeControleFichier.

       VerificationFichierTarif-derniereLigne.
           move 1 to EOVT.
      *    on enleve la derniere ligne
           subtract 1 from NoligneCommande.
           string NoligneCommande delimited by size into TotalLigneCommande.
           subtract prix_centimes of TarifEntrant from SommeCentimesTarif.

      *    verification du total des prix et du nombre de lignes
           if (SommeCentimesTarif not equal prix_centimes of TarifEntrant
               or TotalLigneCommande not equal code_article of TarifEntrant)
               move "Somme des prix ou nombre de lignes totales non conforme" to MessageErreurCommande
               perform EcritureRejetLigneCommande
           end-if.

       VerificationFichierTarif-fin.
           perform CloseInputTarif.
           if NbRejetCommande > 0
               move NbRejetCommande to fr-nb-rejet
               write e-fichierRejetCommande from FinRejetCommande
               move "Fichier rejete - voir fichierRejetCommande.txt" to MessageErreurCommande
           end-if.
           if ModeTraitementLot equal "O"
               add NbRejetCommande to NbRejetsLot
           else
               close f-fichierRejetCommande
           end-if.

      *************************************************************
      * Integration d'un fichier tarifaire (tout-ou-rien) : les
      * tarifs sous le seuil de hausse sont appliques (nouvelle
      * ligne de FournisseurArticlePrix effective a la date d'effet,
      * les anciens tarifs restent en base), les hausses au-dela du
      * seuil partent en attente de validation. Un compte rendu des
      * ecarts est edite dans tous les cas.
      *************************************************************

       TraitementTarif.
           perform TraitementTarif-init.
           perform TraitementTarif-trt until NoligneCommande = TotalLigneCommande.
           perform TraitementTarif-fin.

       TraitementTarif-init.
           move 1 to NoligneCommande.
           move 0 to ErreurTraitementTarif.
           move 0 to NbTarifsAppliques.
           move 0 to NbTarifsEnAttente.

           perform OpenInputTarif.

           exec sql
               set autocommit off
           end-exec.

      *    On passe la premiere ligne (entete)
           perform ReadFichierTarif.

      *    Compte rendu des ecarts (ouvert pour tous les flux de la nuit
      *    en traitement de nuit, voir ImportTarifLot-init)
           if ModeTraitementLot not equal "O"
               open output f-fichierCompteRenduTarif
           end-if.
           move spaces to raison_sociale of VueFluxTarif.
           exec sql
               SELECT raison_sociale
                   INTO :VueFluxTarif.raison_sociale
                   FROM Fournisseur
                   WHERE id_fournisseur = :IdFournisseurTarif
           end-exec.
           move raison_sociale of VueFluxTarif to ct-fournisseur of LigneCT3 of EnteteFichierCompteRenduTarif.
           move jour of DateSysteme to jour of LigneCT3 of EnteteFichierCompteRenduTarif.
           move mois of DateSysteme to mois of LigneCT3 of EnteteFichierCompteRenduTarif.
           move Annee of DateSysteme to annee of LigneCT3 of EnteteFichierCompteRenduTarif.
           move date_effet of TarifEntrant to ct-date-effet of LigneCT3b of EnteteFichierCompteRenduTarif.
           move PourcentageAlerteHausse to ct-seuil of LigneCT3b of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT1 of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT2 of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT3 of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT3b of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT4 of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT5 of EnteteFichierCompteRenduTarif.
           write e-fichierCompteRenduTarif from LigneCT6 of EnteteFichierCompteRenduTarif.

       TraitementTarif-trt.
           perform ReadFichierTarif.
           perform UnstringEnregistrementTarif.
      *    Le prix du fichier est celui de l'unite d'achat du
      *    fournisseur : il est ramene a l'unite de stock, base du PMP.
           move code_article of TarifEntrant to CodeArticleConditionnement.
           move IdFournisseurTarif to IdFournisseurConditionnement.
           perform RechercheConditionnementAchat.
           if ErreurConditionnement equal 1
               perform TraitementTarif-erreur
           end-if.
           compute PrixTarifNouveau rounded =
               prix_centimes of TarifEntrant / 100 / UnitesParConditionnement.

      *    L'article doit exister : un code inconnu annule le fichier.
           move spaces to LibelleArticleTarif.
           exec sql
               SELECT libelle INTO :LibelleArticleTarif
               FROM Article
               WHERE code_article = :TarifEntrant.code_article
           end-exec.
           if sqlcode equal 100
               move "Article inconnu - fichier annule dans son ensemble" to MessageErreurCommande
               perform TraitementTarif-abandon
           else
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementTarif-erreur
               end-if
           end-if.

           if ErreurTraitementTarif equal 0
               perform RechercheTarifCourantImport
           end-if.

           if ErreurTraitementTarif equal 0
               move 0 to PourcentageEcartTarif
               if PrixTarifCourant > 0
                   compute PourcentageEcartTarif rounded =
                       ((PrixTarifNouveau - PrixTarifCourant)
                        / PrixTarifCourant) * 100
               end-if
               if PrixTarifCourant > 0
               and PourcentageEcartTarif > PourcentageAlerteHausse
                   perform EnregistrerTarifEnAttente
               else
                   perform AppliquerTarifImporte
               end-if
           end-if.

           if ErreurTraitementTarif equal 0
               perform EcritureCompteRenduTarif-ligne
               add 1 to NoligneCommande
           end-if.

      *    Tarif courant du couple article/fournisseur : la ligne la plus
      *    recente dont la date d'effet est atteinte (les lignes sans
      *    date d'effet, anterieures a l'historisation, passent apres).
      *    PrixTarifCourant vaut 0 si aucun tarif n'est connu.
       RechercheTarifCourantImport.
           move 0 to PrixTarifCourant.
           move 0 to PrefereTarifCourant.
           exec sql
               SELECT TOP 1 prix_unitaire, prefere
                   INTO :PrixTarifCourant, :PrefereTarifCourant
                   FROM FournisseurArticlePrix
                   WHERE code_article = :TarifEntrant.code_article
                   AND id_fournisseur = :IdFournisseurTarif
                   AND (date_effet is null or date_effet <= getdate())
                   ORDER BY case when date_effet is null then 0 else 1 end desc,
                            date_effet desc, date_crea desc
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               perform TraitementTarif-erreur
           end-if.

      *    Le nouveau tarif devient une ligne supplementaire du couple,
      *    effective a la date d'effet - l'ancien tarif reste en base.
      *    La marque "prefere" du tarif courant est reconduite.
       AppliquerTarifImporte.
           exec sql
               INSERT INTO FournisseurArticlePrix
                   (code_article, id_fournisseur, prix_unitaire, prefere, date_effet, date_crea)
                   VALUES (:TarifEntrant.code_article, :IdFournisseurTarif,
                           :PrixTarifNouveau, :PrefereTarifCourant,
                           convert(date, :TarifEntrant.date_effet, 103), getdate())
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementTarif-erreur
           else
               add 1 to NbTarifsAppliques
           end-if.

       EnregistrerTarifEnAttente.
           exec sql
               INSERT INTO TarifEnAttente
                   (id_fournisseur, code_article, prix_unitaire, ancien_prix,
                    pourcentage_hausse, date_effet, statut, date_crea, date_statut)
                   VALUES (:IdFournisseurTarif, :TarifEntrant.code_article,
                           :PrixTarifNouveau, :PrixTarifCourant,
                           :PourcentageEcartTarif,
                           convert(date, :TarifEntrant.date_effet, 103),
                           'A VALIDER', getdate(), getdate())
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementTarif-erreur
           else
               add 1 to NbTarifsEnAttente
           end-if.

       EcritureCompteRenduTarif-ligne.
           move spaces to ct-signal of CorpsFichierCompteRenduTarif.
           move code_article of TarifEntrant to ct-code-article of CorpsFichierCompteRenduTarif.
           move LibelleArticleTarif to ct-libelle of CorpsFichierCompteRenduTarif.
           move PrixTarifNouveau to ct-nouveau of CorpsFichierCompteRenduTarif.
           if PrixTarifCourant equal 0
               move spaces to ct-ancien-texte of CorpsFichierCompteRenduTarif
               move spaces to ct-ecart-texte of CorpsFichierCompteRenduTarif
               move "NOUVEAU - APPLIQUE" to ct-signal of CorpsFichierCompteRenduTarif
           else
               move PrixTarifCourant to ct-ancien of CorpsFichierCompteRenduTarif
               move PourcentageEcartTarif to ct-ecart of CorpsFichierCompteRenduTarif
               if PourcentageEcartTarif > PourcentageAlerteHausse
                   move "HAUSSE - A VALIDER" to ct-signal of CorpsFichierCompteRenduTarif
               else
                   move "APPLIQUE" to ct-signal of CorpsFichierCompteRenduTarif
               end-if
           end-if.
           write e-fichierCompteRenduTarif from CorpsFichierCompteRenduTarif.

       TraitementTarif-erreur.
           move "Erreur base de donnees pendant l'import - fichier annule dans son ensemble" to MessageErreurCommande.
           perform TraitementTarif-abandon.

       TraitementTarif-abandon.
           move 1 to ErreurTraitementTarif.
           move TotalLigneCommande to NoligneCommande.

       TraitementTarif-fin.
           perform CloseInputTarif.

           if ErreurTraitementTarif equal 0
               perform EnregistrerHistoriqueFichierTarif
           end-if.
           if ErreurTraitementTarif equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move "Erreur lors de la validation (commit) - fichier annule dans son ensemble" to MessageErreurCommande
                   move 1 to ErreurTraitementTarif
               end-if
           end-if.
           if ErreurTraitementTarif equal 0
               exec sql
                   set autocommit on
               end-exec
               move NbTarifsAppliques to ct-nb-appliques of FinPiedDePageFichierCompteRenduTarif
               move NbTarifsEnAttente to ct-nb-attente of FinPiedDePageFichierCompteRenduTarif
               write e-fichierCompteRenduTarif from FinPiedDePageFichierCompteRenduTarif
               if ModeTraitementLot equal "O"
                   perform EcritureJournalTarif-succes
               else
                   close f-fichierCompteRenduTarif
                   display Ligne-TarifImporte
                   accept Pause line 5 col 77
               end-if
           else
               exec sql
                   rollback work
               end-exec
               exec sql
                   set autocommit on
               end-exec
      *        Le compte rendu reflete des mises a jour annulees : on le
      *        marque pour qu'il ne soit pas pris pour un etat valide.
               write e-fichierCompteRenduTarif from LigneEditionInterrompue
               if ModeTraitementLot equal "O"
                   perform EcritureJournalCommande-erreur
                   add 1 to NbFichiersTarifEchoues
               else
                   close f-fichierCompteRenduTarif
                   display ligne-MenuCommandeErreur
                   accept Pause line 5 col 77
               end-if
           end-if.

      *    On memorise la somme de controle du fichier tarifaire pour ce
      *    numero de flux, afin de detecter un re-traitement a l'identique.
       EnregistrerHistoriqueFichierTarif.
           move 0 to VerifFichierDejaTraite.
           exec sql
               SELECT COUNT(*) INTO :VerifFichierDejaTraite
               FROM HistoriqueFichierTarif
               WHERE no_fichier = :NoFluxTarifChoisi
           end-exec.
           if VerifFichierDejaTraite equal 0
               exec sql
                   INSERT INTO HistoriqueFichierTarif (no_fichier, somme_controle, no_tarif, date_traitement)
                   VALUES (:NoFluxTarifChoisi, :SommeControleFichier, :TarifEntrant.no_tarif, getdate())
               end-exec
           else
               exec sql
                   UPDATE HistoriqueFichierTarif
                      SET somme_controle  = :SommeControleFichier,
                          no_tarif        = :TarifEntrant.no_tarif,
                          date_traitement = getdate()
                    WHERE no_fichier = :NoFluxTarifChoisi
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementTarif-erreur
           end-if.

      *************************************************************
      *************************************************************
      * Rapprochement des factures fournisseur : le fichier facture
      * d'un flux parametre (FluxFactureEntrant) est controle comme
      * les autres flux, puis chaque ligne est rapprochee de la
      * quantite recue sur la commande du fournisseur, du tarif en
      * vigueur a la date de reception et des retours dont l'avoir
      * est deja pointe. Une facture conforme donne un bon a payer,
      * sinon les lignes en ecart sont editees en litige.
      *************************************************************
      *************************************************************

       MenuRapprochementFacture.
           perform MenuRapprochementFacture-init.
           perform MenuRapprochementFacture-trt until ChoixMenuCommande equal 0.
           perform MenuRapprochementFacture-fin.

       MenuRapprochementFacture-init.
           move 1 to ChoixMenuCommande.

       MenuRapprochementFacture-trt.
           perform ListeFluxFacture.
           if NoFluxFactureChoisi equal 0
               move 0 to ChoixMenuCommande
           else
               move 1 to ChoixMenuCommande
               perform RechercheFluxFacture
               if VerifFluxFacturePresent equal 1
                   perform TraitementFichierFacture
               else
                   display Ligne-AlerteFluxInconnu
                   accept Pause line 1 col 1
               end-if
           end-if.

       MenuRapprochementFacture-fin.
           continue.

      *************************************************************
      * Liste des flux factures parametres
      *************************************************************

       ListeFluxFacture.
           perform ListeFluxFacture-init.
           perform ListeFluxFacture-trt until EOLFF = 1.
           perform ListeFluxFacture-fin.

       ListeFluxFacture-init.
           move 0 to EOLFF.
           move 0 to NoFluxFactureChoisi.
           exec sql
               declare C-ListeFluxFacture cursor for
                   select fx.no_fichier,
                          isnull(f.raison_sociale, '(fournisseur inconnu)'),
                          fx.actif
                   from FluxFactureEntrant fx
                   left join Fournisseur f on f.id_fournisseur = fx.id_fournisseur
                   order by fx.no_fichier
           end-exec.
           exec sql
               open C-ListeFluxFacture
           end-exec.
           display ecran-ListeFluxFacture.
           move 7 to NoLigneChoixFluxFacture.

       ListeFluxFacture-trt.
           exec sql
               fetch C-ListeFluxFacture into
                   :VueFluxFacture.no_fichier,
                   :VueFluxFacture.raison_sociale,
                   :VueFluxFacture.actif
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLFF
               accept NoFluxFactureChoisi line 5 col 75
           else
               perform AffichageChoixFluxFacture
           end-if.

       ListeFluxFacture-fin.
           exec sql
               close C-ListeFluxFacture
           end-exec.

       AffichageChoixFluxFacture.
           if actif of VueFluxFacture equal 1
               move "actif" to actif_affiche of VueFluxFacture
           else
               move "suspendu" to actif_affiche of VueFluxFacture
           end-if.
           Add 1 to NoLigneChoixFluxFacture.

           Display LigneChoixFluxFacture.

           if NoLigneChoixFluxFacture equal 23
               Display Ligne-PageSuivanteClient
               Move "S" to ResponseChoixFluxFacture
               accept ResponseChoixFluxFacture line 1 col 29 reverse-video

               if ResponseChoixFluxFacture = "M" or ResponseChoixFluxFacture = "m"
                   move 1 to EOLFF
               else
                   move 7 to NoLigneChoixFluxFacture
                   display ecran-ListeFluxFacture
               end-if
           end-if.

      *    Chemin du fichier et fournisseur d'un flux facture actif -
      *    VerifFluxFacturePresent vaut 0 si le numero de flux est
      *    inconnu ou suspendu.
       RechercheFluxFacture.
           move 0 to VerifFluxFacturePresent.
           move spaces to CheminFichierFactureEntrant.
           move 0 to IdFournisseurFacture.
           exec sql
               SELECT chemin_fichier, id_fournisseur
                   INTO :CheminFichierFactureEntrant, :IdFournisseurFacture
                   FROM FluxFactureEntrant
                   WHERE no_fichier = :NoFluxFactureChoisi
                   AND actif = 1
           end-exec.
           if (sqlcode equal 0 or sqlcode equal 1)
               and CheminFichierFactureEntrant not equal spaces
               move 1 to VerifFluxFacturePresent
           end-if.

      *************************************************************
      * Acces au fichier facture du flux courant
      *************************************************************

       OpenInputFacture.
           open input f-fichierFactureEntrant.

       ReadFichierFacture.
           read f-fichierFactureEntrant.

       ReadFichierFactureToEnd.
           read f-fichierFactureEntrant
               at end
                   perform VerificationFichierFacture-derniereLigne
               not at end
                   perform VerificationFichierFacture-corps
           end-read.

       CloseInputFacture.
           close f-fichierFactureEntrant.

       UnstringFactureEntete.
           unstring e-fichierFactureEntrant delimited by ","
             into
             code_fournisseur of FactureEntrant
             no_facture of FactureEntrant
             date_facture of FactureEntrant
             no_commande of FactureEntrant
           end-unstring.

       UnstringEnregistrementFacture.
           unstring e-fichierFactureEntrant delimited by ","
             into
             code_article of FactureEntrant
             quantite of FactureEntrant
             prix_centimes of FactureEntrant
           end-unstring.

      *************************************************************
      * Gestion lecture fichier facture - memes controles que les
      * fichiers de commande et les fichiers tarifaires
      *************************************************************

       TraitementFichierFacture.
      *    Le rapport de rejets est partage avec les flux de commandes -
      *    le numero de flux facture y est repris.
           move NoFluxFactureChoisi to NoFluxChoisi.
           perform VerificationFichierFacture.
           if MessageErreurCommande equal spaces
               perform VerificationDoublonFacture
           end-if.
           if MessageErreurCommande equal spaces
               perform RechercheFactureDejaIntegree
               if VerifFactureDejaIntegree equal 0
               and ErreurRechercheFacture equal 0
                   perform TraitementFacture
               else
                   perform EditionFactureDejaIntegree
               end-if
           else
               display ligne-MenuCommandeErreur
               accept Pause line 5 col 77
           end-if.

      *    On refuse de re-traiter un fichier facture dont le contenu
      *    est identique au dernier traitement pour ce numero de flux.
       VerificationDoublonFacture.
           move 0 to SommeControleFactureRecupere.
           exec sql
               SELECT somme_controle INTO :SommeControleFactureRecupere
               FROM HistoriqueFichierFacture
               WHERE no_fichier = :NoFluxFactureChoisi
           end-exec.
           if (sqlcode equal 0)
               and (SommeControleFactureRecupere equal SommeControleFichier)
               move "Ce fichier a deja ete traite (contenu identique au dernier traitement)" to MessageErreurCommande
           end-if.

       VerificationFichierFacture.
           perform VerificationFichierFacture-init.
           perform VerificationFichierFacture-trt until EOVF = 1.
           perform VerificationFichierFacture-fin.

       VerificationFichierFacture-init.
           move space to MessageErreurCommande
           move 0 to EOVF.
           move 0 to NoligneCommande.
           move 0 to SommeQuantiteFacture.
           move 0 to SommeMontantCentimesFacture.
           move 0 to SommeControleFichier.
           move 0 to NbRejetCommande.
           open output f-fichierRejetCommande.
           move spaces to EnteteRejetCommande.
           move NoFluxFactureChoisi to er-no-fichier.
           write e-fichierRejetCommande from EnteteRejetCommande.
           perform OpenInputFacture.
           if StatutFichierFactureEntrant not equal "00"
               move "Fichier absent ou illisible" to MessageErreurCommande
               move 1 to EOVF
           else
               perform VerificationEnteteFacture
           end-if.

       VerificationEnteteFacture.
           perform ReadFichierFacture.

      *    On verifie que l'entete est conforme
           perform UnstringFactureEntete.
           move zero to tally-counter.
           inspect date_facture of FactureEntrant tallying tally-counter for all '/'.

           if (code_fournisseur of FactureEntrant equal low-value
               or no_facture of FactureEntrant equal low-value
               or no_facture of FactureEntrant equal spaces
               or date_facture of FactureEntrant equal low-value
               or no_commande of FactureEntrant equal low-value
               or no_commande of FactureEntrant equal spaces
               or tally-counter not equal 2
               )
               move "Entete du fichier non conforme" to MessageErreurCommande
               move 1 to EOVF
           end-if.

      *    Le fournisseur de l'entete doit etre celui du flux : un
      *    fichier depose sur le mauvais flux est refuse.
           move zero to CodeFournisseur.
           exec sql
             SELECT id_fournisseur INTO :CodeFournisseur FROM fournisseur WHERE id_fournisseur = :FactureEntrant.code_fournisseur
           end-exec.
           if (CodeFournisseur equal zero)
               move "Fournisseur inconnu" to MessageErreurCommande
               move 1 to EOVF
           else
               if CodeFournisseur not equal IdFournisseurFacture
                   move "Fournisseur de l'entete different du flux facture" to MessageErreurCommande
                   move 1 to EOVF
               end-if
           end-if.

       VerificationFichierFacture-trt.
           perform ReadFichierFactureToEnd.

       VerificationFichierFacture-corps.
           add 1 to NoligneCommande.

      *    On verifie que la ligne facturee est conforme
           perform UnstringEnregistrementFacture.

           if (code_article of FactureEntrant equal low-value
               or code_article of FactureEntrant equal zero
               or quantite of FactureEntrant equal low-value
               or quantite of FactureEntrant equal zero
               or prix_centimes of FactureEntrant equal low-value
               or prix_centimes of FactureEntrant equal zero
               )
               move "Corps du fichier non conforme" to MessageErreurCommande
               perform EcritureRejetLigneCommande
           end-if.
           add quantite of FactureEntrant to SommeQuantiteFacture.
           compute SommeMontantCentimesFacture = SommeMontantCentimesFacture
               + quantite of FactureEntrant * prix_centimes of FactureEntrant.
           add code_article of FactureEntrant to SommeControleFichier.
           add quantite of FactureEntrant to SommeControleFichier.
           add prix_centimes of FactureEntrant to SommeControleFichier.

      *    La ligne de total porte nb_lignes,somme_quantites,montant :
      *    elle a ete comptee comme une ligne du corps, on la retire.
       VerificationFichierFacture-derniereLigne.
           move 1 to EOVF.
           subtract 1 from NoligneCommande.
           string NoligneCommande delimited by size into TotalLigneCommande.
           subtract quantite of FactureEntrant from SommeQuantiteFacture.
           compute SommeMontantCentimesFacture = SommeMontantCentimesFacture
               - quantite of FactureEntrant * prix_centimes of FactureEntrant.

      *    verification du nombre de lignes, des quantites et du montant
           if (SommeQuantiteFacture not equal quantite of FactureEntrant
               or SommeMontantCentimesFacture not equal prix_centimes of FactureEntrant
               or TotalLigneCommande not equal code_article of FactureEntrant)
               move "Quantite, montant ou nombre de lignes totales non conforme" to MessageErreurCommande
               perform EcritureRejetLigneCommande
           end-if.

       VerificationFichierFacture-fin.
           perform CloseInputFacture.
           if NbRejetCommande > 0
               move NbRejetCommande to fr-nb-rejet
               write e-fichierRejetCommande from FinRejetCommande
               move "Fichier rejete - voir fichierRejetCommande.txt" to MessageErreurCommande
           end-if.
           close f-fichierRejetCommande.

      *    Une facture deja integree pour ce fournisseur (meme numero de
      *    facture, quel que soit le flux) n'est pas reintegree. Si la
      *    recherche echoue, la facture n'est pas integree non plus : le
      *    doublon n'a pas pu etre ecarte.
       RechercheFactureDejaIntegree.
           move 0 to ErreurRechercheFacture.
           move 0 to VerifFactureDejaIntegree.
           move spaces to DateFactureDejaIntegree.
           exec sql
               SELECT COUNT(*),
                      isnull(convert(char(10), max(date_integration), 103), ' ')
                   INTO :VerifFactureDejaIntegree, :DateFactureDejaIntegree
                   FROM FactureFournisseur
                   WHERE id_fournisseur = :IdFournisseurFacture
                   AND no_facture = :FactureEntrant.no_facture
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               move 1 to ErreurRechercheFacture
           end-if.

      *************************************************************
      * Integration d'une facture (tout-ou-rien) : entete et lignes
      * rapprochees dans FactureFournisseur / ligne_facture_fournisseur,
      * statut BON A PAYER si toutes les lignes sont conformes, LITIGE
      * sinon. Les lignes en ecart sont editees dans tous les cas.
      *************************************************************

       TraitementFacture.
           perform TraitementFacture-init.
           perform TraitementFacture-trt until NoligneCommande = TotalLigneCommande.
           perform TraitementFacture-fin.

       TraitementFacture-init.
           move 0 to NoligneCommande.
           move 0 to ErreurTraitementFacture.
           move 0 to NbLignesFactureConformes.
           move 0 to NbLignesFactureLitige.
           move 0 to MontantTotalFacture.
           move 0 to IdFactureCourante.

           perform OpenInputFacture.

           exec sql
               set autocommit off
           end-exec.

      *    On passe la premiere ligne (entete)
           perform ReadFichierFacture.

           perform EcritureEnteteLitigeFacture.

           exec sql
               INSERT INTO FactureFournisseur
                   (id_fournisseur, no_facture, date_facture, no_commande_fournisseur,
                    no_fichier, montant, statut, date_integration)
                   VALUES (:IdFournisseurFacture, :FactureEntrant.no_facture,
                           convert(date, :FactureEntrant.date_facture, 103),
                           :FactureEntrant.no_commande, :NoFluxFactureChoisi,
                           0, 'EN COURS', getdate())
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementFacture-erreur
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   SELECT scope_identity() into :IdFactureCourante
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementFacture-erreur
               end-if
           end-if.

       TraitementFacture-trt.
           perform ReadFichierFacture.
           perform UnstringEnregistrementFacture.
           add 1 to NoligneCommande.
           compute PrixFactureLigne rounded =
               prix_centimes of FactureEntrant / 100.
           compute MontantLigneFacture =
               quantite of FactureEntrant * PrixFactureLigne.
           add MontantLigneFacture to MontantTotalFacture.
      *    Comme la reception, la facture est exprimee dans l'unite
      *    d'achat du fournisseur : quantite et prix sont ramenes a
      *    l'unite de stock pour le rapprochement.
           move code_article of FactureEntrant to CodeArticleConditionnement.
           move IdFournisseurFacture to IdFournisseurConditionnement.
           perform RechercheConditionnementAchat.
           if ErreurConditionnement equal 1
               perform TraitementFacture-erreur
           end-if.
           if UnitesParConditionnement > 1
               compute quantite of FactureEntrant =
                   quantite of FactureEntrant * UnitesParConditionnement
               compute PrixFactureLigne rounded =
                   prix_centimes of FactureEntrant / 100 / UnitesParConditionnement
           end-if.

           move spaces to LibelleArticleFacture.
           move 0 to PrixAchatCourant.
           exec sql
               SELECT libelle, prix_achat
                   INTO :LibelleArticleFacture, :PrixAchatCourant
                   FROM Article
                   WHERE code_article = :FactureEntrant.code_article
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               perform TraitementFacture-erreur
           end-if.

           if ErreurTraitementFacture equal 0
               perform RechercheReceptionFacture
           end-if.
           if ErreurTraitementFacture equal 0
               perform RapprochementLigneFacture
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   INSERT INTO ligne_facture_fournisseur
                       (id_facture, code_article, quantite, prix_unitaire,
                        quantite_recue, quantite_retournee, quantite_avoiree,
                        prix_tarif, motif_litige)
                       VALUES (:IdFactureCourante, :FactureEntrant.code_article,
                               :FactureEntrant.quantite, :PrixFactureLigne,
                               :QuantiteRecueFacture, :QuantiteRetourneeFacture,
                               :QuantiteAvoireeFacture, :PrixTarifReception,
                               :MotifLitigeFacture)
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementFacture-erreur
               end-if
           end-if.
           if ErreurTraitementFacture equal 0
               if MotifLitigeFacture equal spaces
                   add 1 to NbLignesFactureConformes
               else
                   add 1 to NbLignesFactureLitige
                   perform EcritureLigneLitigeFacture
               end-if
           end-if.

      *    Quantite recue de l'article sur la commande du fournisseur
      *    (toutes receptions partielles confondues), date de la
      *    derniere reception, puis retours faits sur ces receptions :
      *    au total et ceux dont l'avoir est deja pointe ; enfin la
      *    quantite deja acceptee sur les autres factures de la meme
      *    commande (lignes sans litige de quantite), qui n'est plus due.
       RechercheReceptionFacture.
           move 0 to QuantiteRecueFacture.
           move 0 to QuantiteRetourneeFacture.
           move 0 to QuantiteAvoireeFacture.
           move 0 to QuantiteDejaFactureeFacture.
           move spaces to DateReceptionFacture.
           exec sql
               SELECT isnull(sum(lc.quantite), 0),
                      isnull(convert(char(10), max(c.date_reception), 103), ' ')
                   INTO :QuantiteRecueFacture, :DateReceptionFacture
                   FROM Commande c
                   join ligne_commande lc on lc.id_commande = c.id_commande
                   WHERE c.id_fournisseur = :IdFournisseurFacture
                   AND c.no_commande_fournisseur = :FactureEntrant.no_commande
                   AND lc.code_article = :FactureEntrant.code_article
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementFacture-erreur
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   SELECT isnull(sum(r.quantite), 0),
                          isnull(sum(case when r.statut = 'AVOIR RECU'
                                          then r.quantite else 0 end), 0)
                       INTO :QuantiteRetourneeFacture, :QuantiteAvoireeFacture
                       FROM RetourFournisseur r
                       join Commande c on c.id_commande = r.id_commande
                       WHERE c.id_fournisseur = :IdFournisseurFacture
                       AND c.no_commande_fournisseur = :FactureEntrant.no_commande
                       AND r.code_article = :FactureEntrant.code_article
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementFacture-erreur
               end-if
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   SELECT isnull(sum(lf.quantite), 0)
                       INTO :QuantiteDejaFactureeFacture
                       FROM ligne_facture_fournisseur lf
                       join FactureFournisseur f on f.id_facture = lf.id_facture
                       WHERE f.id_fournisseur = :IdFournisseurFacture
                       AND f.no_commande_fournisseur = :FactureEntrant.no_commande
                       AND lf.code_article = :FactureEntrant.code_article
                       AND f.id_facture <> :IdFactureCourante
                       AND isnull(f.statut, ' ') <> 'REFUSEE'
                       AND isnull(lf.motif_litige, ' ') in (' ', 'ECART PRIX')
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementFacture-erreur
               end-if
           end-if.

      *    Tarif du fournisseur en vigueur a la date de reception (prix
      *    d'achat de l'article a defaut de tarif connu).
       RechercheTarifReceptionFacture.
           move 0 to PrixTarifReception.
           exec sql
               SELECT TOP 1 prix_unitaire INTO :PrixTarifReception
               FROM FournisseurArticlePrix
               WHERE code_article = :FactureEntrant.code_article
               AND id_fournisseur = :IdFournisseurFacture
               AND (date_effet is null
                    or date_effet <= convert(date, :DateReceptionFacture, 103))
               ORDER BY case when date_effet is null then 0 else 1 end desc,
                        date_effet desc, date_crea desc
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
           and sqlcode not equal 100
               perform TraitementFacture-erreur
           end-if.
           if PrixTarifReception equal 0
               move PrixAchatCourant to PrixTarifReception
           end-if.

      *    La quantite due est la quantite recue moins les retours et
      *    moins la quantite deja acceptee sur une autre facture. Une
      *    facture emise avant le retour peut encore porter la quantite
      *    d'un retour dont l'avoir est deja pointe : elle est admise.
      *    Un prix facture superieur au tarif a la reception est un
      *    ecart de prix.
       RapprochementLigneFacture.
           move spaces to MotifLitigeFacture.
           move 0 to PrixTarifReception.
           compute QuantiteDueFacture =
               QuantiteRecueFacture - QuantiteRetourneeFacture
               - QuantiteDejaFactureeFacture.
           compute QuantiteDueAvoirFacture =
               QuantiteDueFacture + QuantiteAvoireeFacture.
           if QuantiteRecueFacture equal 0
               move "ARTICLE NON RECU" to MotifLitigeFacture
           else
               perform RechercheTarifReceptionFacture
               if quantite of FactureEntrant not equal QuantiteDueFacture
               and quantite of FactureEntrant not equal QuantiteDueAvoirFacture
                   move "ECART QTE" to MotifLitigeFacture
               end-if
               if PrixFactureLigne > PrixTarifReception
                   if MotifLitigeFacture equal spaces
                       move "ECART PRIX" to MotifLitigeFacture
                   else
                       move "ECART QTE ET PRIX" to MotifLitigeFacture
                   end-if
               end-if
           end-if.

       EcritureEnteteLitigeFacture.
           open output f-fichierLitigeFacture.
           move spaces to raison_sociale of VueFluxFacture.
           exec sql
               SELECT raison_sociale
                   INTO :VueFluxFacture.raison_sociale
                   FROM Fournisseur
                   WHERE id_fournisseur = :IdFournisseurFacture
           end-exec.
           move raison_sociale of VueFluxFacture to lf-fournisseur of LigneLF3 of EnteteFichierLitigeFacture.
           move jour of DateSysteme to jour of LigneLF3 of EnteteFichierLitigeFacture.
           move mois of DateSysteme to mois of LigneLF3 of EnteteFichierLitigeFacture.
           move Annee of DateSysteme to annee of LigneLF3 of EnteteFichierLitigeFacture.
           move no_facture of FactureEntrant to lf-no-facture of LigneLF3b of EnteteFichierLitigeFacture.
           move date_facture of FactureEntrant to lf-date-facture of LigneLF3b of EnteteFichierLitigeFacture.
           move no_commande of FactureEntrant to lf-no-commande of LigneLF3b of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF1 of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF2 of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF3 of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF3b of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF4 of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF5 of EnteteFichierLitigeFacture.
           write e-fichierLitigeFacture from LigneLF6 of EnteteFichierLitigeFacture.

       EcritureLigneLitigeFacture.
           move code_article of FactureEntrant to lf-code-article of CorpsFichierLitigeFacture.
           move LibelleArticleFacture to lf-libelle of CorpsFichierLitigeFacture.
           move quantite of FactureEntrant to lf-qte-facturee of CorpsFichierLitigeFacture.
           move QuantiteDueFacture to lf-qte-due of CorpsFichierLitigeFacture.
           move PrixFactureLigne to lf-prix-facture of CorpsFichierLitigeFacture.
           if PrixTarifReception equal 0
               move spaces to lf-prix-tarif-texte of CorpsFichierLitigeFacture
           else
               move PrixTarifReception to lf-prix-tarif of CorpsFichierLitigeFacture
           end-if.
           move MotifLitigeFacture to lf-motif of CorpsFichierLitigeFacture.
           write e-fichierLitigeFacture from CorpsFichierLitigeFacture.

      *    Facture deja integree : rien n'est enregistre, le litige est
      *    edite seul avec la date de la premiere integration (ou le
      *    motif d'erreur si la recherche du doublon a echoue).
       EditionFactureDejaIntegree.
           perform EcritureEnteteLitigeFacture.
           move spaces to CorpsFichierLitigeFacture.
           move spaces to lf-code-article-texte of CorpsFichierLitigeFacture.
           if ErreurRechercheFacture equal 1
               move "Controle doublon impossible" to lf-libelle of CorpsFichierLitigeFacture
           else
               string "Integree le " delimited by size
                      DateFactureDejaIntegree delimited by size
                      into lf-libelle of CorpsFichierLitigeFacture
           end-if.
           move spaces to lf-qte-facturee-texte of CorpsFichierLitigeFacture.
           move spaces to lf-qte-due-texte of CorpsFichierLitigeFacture.
           move spaces to lf-prix-facture-texte of CorpsFichierLitigeFacture.
           move spaces to lf-prix-tarif-texte of CorpsFichierLitigeFacture.
           if ErreurRechercheFacture equal 1
               move "ERREUR BASE DONNEES" to lf-motif of CorpsFichierLitigeFacture
           else
               move "FACTURE DEJA INTEGREE" to lf-motif of CorpsFichierLitigeFacture
           end-if.
           write e-fichierLitigeFacture from CorpsFichierLitigeFacture.
           move 1 to lf-nb-litige of FinPiedDePageFichierLitigeFacture.
           move 0 to lf-nb-conformes of FinPiedDePageFichierLitigeFacture.
           move "REFUSEE" to lf-statut of FinPiedDePageFichierLitigeFacture.
           write e-fichierLitigeFacture from FinPiedDePageFichierLitigeFacture.
           close f-fichierLitigeFacture.
           if ErreurRechercheFacture equal 1
               display Ligne-AlerteErreurBDD
               accept Pause line 1 col 1
           else
               display Ligne-FactureDejaIntegree
               accept Pause line 5 col 77
           end-if.

       TraitementFacture-erreur.
           move "Erreur base de donnees pendant le rapprochement - facture non integree" to MessageErreurCommande.
           perform TraitementFacture-abandon.

       TraitementFacture-abandon.
           move 1 to ErreurTraitementFacture.
           move TotalLigneCommande to NoligneCommande.

       TraitementFacture-fin.
           perform CloseInputFacture.

           if NbLignesFactureLitige equal 0
               move "BON A PAYER" to StatutFactureCourante
           else
               move "LITIGE" to StatutFactureCourante
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   UPDATE FactureFournisseur
                      SET montant = :MontantTotalFacture,
                          statut  = :StatutFactureCourante
                    WHERE id_facture = :IdFactureCourante
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementFacture-erreur
               end-if
           end-if.
           if ErreurTraitementFacture equal 0
               perform EnregistrerHistoriqueFichierFacture
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move "Erreur lors de la validation (commit) - facture non integree" to MessageErreurCommande
                   move 1 to ErreurTraitementFacture
               end-if
           end-if.
           if ErreurTraitementFacture equal 0
               exec sql
                   set autocommit on
               end-exec
               move NbLignesFactureLitige to lf-nb-litige of FinPiedDePageFichierLitigeFacture
               move NbLignesFactureConformes to lf-nb-conformes of FinPiedDePageFichierLitigeFacture
               move StatutFactureCourante to lf-statut of FinPiedDePageFichierLitigeFacture
               write e-fichierLitigeFacture from FinPiedDePageFichierLitigeFacture
               close f-fichierLitigeFacture
               if NbLignesFactureLitige equal 0
                   perform EditionBonAPayer
                   display Ligne-FactureBonAPayer
               else
                   display Ligne-FactureLitige
               end-if
               accept Pause line 5 col 77
           else
               exec sql
                   rollback work
               end-exec
               exec sql
                   set autocommit on
               end-exec
      *        L'etat des litiges reflete un rapprochement annule : on le
      *        marque pour qu'il ne soit pas pris pour un etat valide.
               write e-fichierLitigeFacture from LigneEditionInterrompue
               close f-fichierLitigeFacture
               display ligne-MenuCommandeErreur
               accept Pause line 5 col 77
           end-if.

      *    On memorise la somme de controle du fichier facture pour ce
      *    numero de flux, afin de detecter un re-traitement a l'identique.
       EnregistrerHistoriqueFichierFacture.
           move 0 to VerifFichierDejaTraite.
           exec sql
               SELECT COUNT(*) INTO :VerifFichierDejaTraite
               FROM HistoriqueFichierFacture
               WHERE no_fichier = :NoFluxFactureChoisi
           end-exec.
           if VerifFichierDejaTraite equal 0
               exec sql
                   INSERT INTO HistoriqueFichierFacture (no_fichier, somme_controle, no_facture, date_traitement)
                   VALUES (:NoFluxFactureChoisi, :SommeControleFichier, :FactureEntrant.no_facture, getdate())
               end-exec
           else
               exec sql
                   UPDATE HistoriqueFichierFacture
                      SET somme_controle  = :SommeControleFichier,
                          no_facture      = :FactureEntrant.no_facture,
                          date_traitement = getdate()
                    WHERE no_fichier = :NoFluxFactureChoisi
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform TraitementFacture-erreur
           end-if.

      *************************************************************
      * Bon a payer d'une facture conforme, edite a partir des lignes
      * enregistrees une fois le rapprochement valide
      *************************************************************

       EditionBonAPayer.
           perform EditionBonAPayer-init.
           perform EditionBonAPayer-trt until EOBA = 1.
           perform EditionBonAPayer-fin.

       EditionBonAPayer-init.
           move 0 to EOBA.
           open output f-fichierBonAPayer.
           move raison_sociale of VueFluxFacture to ba-fournisseur of LigneBA3 of EnteteFichierBonAPayer.
           move jour of DateSysteme to jour of LigneBA3 of EnteteFichierBonAPayer.
           move mois of DateSysteme to mois of LigneBA3 of EnteteFichierBonAPayer.
           move Annee of DateSysteme to annee of LigneBA3 of EnteteFichierBonAPayer.
           move no_facture of FactureEntrant to ba-no-facture of LigneBA3b of EnteteFichierBonAPayer.
           move date_facture of FactureEntrant to ba-date-facture of LigneBA3b of EnteteFichierBonAPayer.
           move no_commande of FactureEntrant to ba-no-commande of LigneBA3b of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA1 of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA2 of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA3 of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA3b of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA4 of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA5 of EnteteFichierBonAPayer.
           write e-fichierBonAPayer from LigneBA6 of EnteteFichierBonAPayer.
           exec sql
               declare C-BonAPayer cursor for
                   select lf.code_article, isnull(a.libelle, ' '),
                          lf.quantite, lf.prix_unitaire
                   from ligne_facture_fournisseur lf
                   left join Article a on a.code_article = lf.code_article
                   where lf.id_facture = :IdFactureCourante
                   order by lf.code_article
           end-exec.
           exec sql
               open C-BonAPayer
           end-exec.

       EditionBonAPayer-trt.
           exec sql
               fetch C-BonAPayer into
                   :VueLigneFactureBonAPayer.code_article,
                   :VueLigneFactureBonAPayer.libelle,
                   :VueLigneFactureBonAPayer.quantite,
                   :VueLigneFactureBonAPayer.prix_unitaire
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOBA
           else
               move code_article of VueLigneFactureBonAPayer to ba-code-article of CorpsFichierBonAPayer
               move libelle of VueLigneFactureBonAPayer to ba-libelle of CorpsFichierBonAPayer
               move quantite of VueLigneFactureBonAPayer to ba-quantite of CorpsFichierBonAPayer
               move prix_unitaire of VueLigneFactureBonAPayer to ba-prix of CorpsFichierBonAPayer
               compute MontantLigneFacture =
                   quantite of VueLigneFactureBonAPayer
                   * prix_unitaire of VueLigneFactureBonAPayer
               move MontantLigneFacture to ba-montant of CorpsFichierBonAPayer
               write e-fichierBonAPayer from CorpsFichierBonAPayer
           end-if.

       EditionBonAPayer-fin.
           exec sql
               close C-BonAPayer
           end-exec.
           move NbLignesFactureConformes to ba-nb-lignes of FinPiedDePageFichierBonAPayer.
           move MontantTotalFacture to ba-total of FinPiedDePageFichierBonAPayer.
           write e-fichierBonAPayer from FinPiedDePageFichierBonAPayer.
           close f-fichierBonAPayer.

      *************************************************************
      *************************************************************
      * Validation des hausses tarifaires : les hausses au-dela du
      * seuil, mises en attente par l'import, sont appliquees ou
      * refusees une par une par le responsable
      *************************************************************
      *************************************************************

       ValidationTarifAttente.
           perform ValidationTarifAttente-init.
           perform ValidationTarifAttente-trt until EOTA = 1.
           perform ValidationTarifAttente-fin.

       ValidationTarifAttente-init.
           move 0 to EOTA.
           exec sql
               declare C-TarifAttente cursor for
                   select t.id_tarif_attente, t.id_fournisseur,
                          f.raison_sociale, t.code_article, a.libelle,
                          t.ancien_prix, t.prix_unitaire,
                          t.pourcentage_hausse, t.date_effet
                   from TarifEnAttente t
                   join Fournisseur f on f.id_fournisseur = t.id_fournisseur
                   join Article a on a.code_article = t.code_article
                   where t.statut = 'A VALIDER'
                   order by f.raison_sociale, t.code_article
           end-exec.
           exec sql
               open C-TarifAttente
           end-exec.

       ValidationTarifAttente-trt.
           exec sql
               fetch C-TarifAttente into
                   :VueTarifAttente.id_tarif_attente,
                   :VueTarifAttente.id_fournisseur,
                   :VueTarifAttente.raison_sociale,
                   :VueTarifAttente.code_article,
                   :VueTarifAttente.libelle,
                   :VueTarifAttente.ancien_prix,
                   :VueTarifAttente.prix_unitaire,
                   :VueTarifAttente.pourcentage_hausse,
                   :VueTarifAttente.date_effet
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOTA
               display EffaceLigne5
               display Ligne-FinTarifAttente
               accept Pause line 1 col 1
           else
               move date_effet of VueTarifAttente to TarifDateAffichage
               display ecran-TarifAttente
               display Ligne-ChoixTarifAttente
               move "P" to ChoixTarifAttente
               accept ChoixTarifAttente line 5 col 59 reverse-video
               evaluate ChoixTarifAttente
                   when "A"
                   when "a"
                       perform AppliquerTarifAttente
                   when "R"
                   when "r"
                       perform RefuserTarifAttente
                   when "Q"
                   when "q"
                       move 1 to EOTA
                   when other
                       continue
               end-evaluate
           end-if.

       ValidationTarifAttente-fin.
           exec sql
               close C-TarifAttente
           end-exec.

      *    La hausse validee devient une ligne de tarif comme celles de
      *    l'import, la marque "prefere" du tarif courant est reconduite.
       AppliquerTarifAttente.
           move 0 to PrefereTarifCourant.
           exec sql
               SELECT TOP 1 prefere
                   INTO :PrefereTarifCourant
                   FROM FournisseurArticlePrix
                   WHERE code_article = :VueTarifAttente.code_article
                   AND id_fournisseur = :VueTarifAttente.id_fournisseur
                   AND (date_effet is null or date_effet <= getdate())
                   ORDER BY case when date_effet is null then 0 else 1 end desc,
                            date_effet desc, date_crea desc
           end-exec.
           exec sql
               INSERT INTO FournisseurArticlePrix
                   (code_article, id_fournisseur, prix_unitaire, prefere, date_effet, date_crea)
                   VALUES (:VueTarifAttente.code_article,
                           :VueTarifAttente.id_fournisseur,
                           :VueTarifAttente.prix_unitaire,
                           :PrefereTarifCourant,
                           :VueTarifAttente.date_effet, getdate())
           end-exec.
           display EffaceLigne5.
           if sqlcode equal 0 or sqlcode equal 1
               exec sql
                   UPDATE TarifEnAttente
                   SET statut = 'APPLIQUE',
                       date_statut = getdate()
                   WHERE id_tarif_attente = :VueTarifAttente.id_tarif_attente
               end-exec
               display Ligne-TarifApplique
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

       RefuserTarifAttente.
           exec sql
               UPDATE TarifEnAttente
               SET statut = 'REFUSE',
                   date_statut = getdate()
               WHERE id_tarif_attente = :VueTarifAttente.id_tarif_attente
           end-exec.
           display EffaceLigne5.
           if sqlcode equal 0 or sqlcode equal 1
               display Ligne-TarifRefuse
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *************************************************************
      *************************************************************
      * Historique des modifications (audit Article / Fournisseur)
      *************************************************************
      *************************************************************

       EnregistrerHistoriqueArticle.
           move "Article" to type_entite of HistoriqueModificationInput.
           move UtilisateurCourant to utilisateur of HistoriqueModificationInput.
           exec sql
               INSERT INTO HistoriqueModification
                   (type_entite, id_entite, operation, ancienne_valeur, nouvelle_valeur, utilisateur, date_modif)
                   VALUES (
                       :HistoriqueModificationInput.type_entite,
                       :HistoriqueModificationInput.id_entite,
                       :HistoriqueModificationInput.operation,
                       :HistoriqueModificationInput.ancienne_valeur,
                       :HistoriqueModificationInput.nouvelle_valeur,
                       :HistoriqueModificationInput.utilisateur,
                       getdate()
                       )
           end-exec.
           initialize HistoriqueModificationInput.

       EnregistrerHistoriqueFournisseur.
           move "Fournisseur" to type_entite of HistoriqueModificationInput.
           move UtilisateurCourant to utilisateur of HistoriqueModificationInput.
           exec sql
               INSERT INTO HistoriqueModification
                   (type_entite, id_entite, operation, ancienne_valeur, nouvelle_valeur, utilisateur, date_modif)
                   VALUES (
                       :HistoriqueModificationInput.type_entite,
                       :HistoriqueModificationInput.id_entite,
                       :HistoriqueModificationInput.operation,
                       :HistoriqueModificationInput.ancienne_valeur,
                       :HistoriqueModificationInput.nouvelle_valeur,
                       :HistoriqueModificationInput.utilisateur,
                       getdate()
                       )
           end-exec.
           initialize HistoriqueModificationInput.

       HistoriqueArticle.
           move "Article" to TypeEntiteHistorique.
           move code_article of ArticleRecupere to IdEntiteHistorique.
           perform Historique.

       HistoriqueFournisseur.
           move "Fournisseur" to TypeEntiteHistorique.
           move id_fournisseur of FournisseurRecupere to IdEntiteHistorique.
           perform Historique.

       Historique.
           perform Historique-init.
           perform Historique-trt until EOCH = 1.
           perform Historique-fin.

       Historique-init.
           move 0 to EOCH.
           exec sql
               declare C-ListeHistorique cursor for
                   select operation, ancienne_valeur, nouvelle_valeur, utilisateur, date_modif
                   from HistoriqueModification
                   where type_entite = :TypeEntiteHistorique
                   and id_entite = :IdEntiteHistorique
                   order by date_modif desc
           end-exec.
           exec sql
               open C-ListeHistorique
           end-exec.

       Historique-trt.
           exec sql
               fetch C-ListeHistorique into :HistoriqueRecupere.operation,
                                             :HistoriqueRecupere.ancienne_valeur,
                                             :HistoriqueRecupere.nouvelle_valeur,
                                             :HistoriqueRecupere.utilisateur,
                                             :HistoriqueRecupere.date_modif
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOCH
               display Ligne-FinHistorique
               accept Pause line 1 col 1
           else
               move date_modif of HistoriqueRecupere to HistoriqueDateAffichage
               move ancienne_valeur of HistoriqueRecupere to AncienneValeurAffichage
               move nouvelle_valeur of HistoriqueRecupere to NouvelleValeurAffichage
               display ecran-Historique
               display Ligne-ChoixSuivantHistorique
               move "S" to ResponseChoixHistorique
               accept ResponseChoixHistorique line 5 col 47 reverse-video
               if ResponseChoixHistorique = "R" or ResponseChoixHistorique = "r"
                   move 1 to EOCH
               end-if
           end-if.

       Historique-fin.
           exec sql
               close C-ListeHistorique
           end-exec.

      *************************************************************
      *************************************************************
      * Gestion menu commande
      *************************************************************
      *************************************************************

       MenuCommande.
           perform MenuCommande-init.
           perform MenuCommande-trt until ChoixMenuCommande equal 0.
           perform MenuCommande-fin.

       MenuCommande-init.
           move 1 to ChoixMenuCommande.

       MenuCommande-trt.
           perform ListeFluxCommande.
           if NoFluxChoisi equal 0
               move 0 to ChoixMenuCommande
           else
               move 1 to ChoixMenuCommande
               perform RechercheFluxCommande
               if VerifFluxPresent equal 1
                   perform TraitementFichierCommande
               else
                   display Ligne-AlerteFluxInconnu
                   accept Pause line 1 col 1
               end-if
           end-if.

       MenuCommande-fin.
           continue.

      *************************************************************
      * Liste des flux entrants parametres, pour choisir le fichier
      * de commande a integrer
      *************************************************************

       ListeFluxCommande.
           perform ListeFluxCommande-init.
           perform ListeFluxCommande-trt until EOLFX = 1.
           perform ListeFluxCommande-fin.

       ListeFluxCommande-init.
           move 0 to EOLFX.
           move 0 to NoFluxChoisi.
           exec sql
               declare C-ListeFlux cursor for
                   select fx.no_fichier,
                          isnull(f.raison_sociale, '(fournisseur inconnu)'),
                          fx.actif
                   from FluxCommandeEntrant fx
                   left join Fournisseur f on f.id_fournisseur = fx.id_fournisseur
                   order by fx.no_fichier
           end-exec.
           exec sql
               open C-ListeFlux
           end-exec.
           display ecran-ListeFlux.
           move 7 to NoLigneChoixFlux.

       ListeFluxCommande-trt.
           exec sql
               fetch C-ListeFlux into
                   :VueFluxCommande.no_fichier,
                   :VueFluxCommande.raison_sociale,
                   :VueFluxCommande.actif
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLFX
               accept NoFluxChoisi line 5 col 75
           else
               perform AffichageChoixFlux
           end-if.

       ListeFluxCommande-fin.
           exec sql
               close C-ListeFlux
           end-exec.

       AffichageChoixFlux.
           if actif of VueFluxCommande equal 1
               move "actif" to actif_affiche of VueFluxCommande
           else
               move "suspendu" to actif_affiche of VueFluxCommande
           end-if.
           Add 1 to NoLigneChoixFlux.

           Display LigneChoixFlux.

           if NoLigneChoixFlux equal 23
               Display " Page [S]uivante - [m]enu : S" Line 1 Col 1 with no advancing
               Move "S" to ResponseChoixFlux
               accept ResponseChoixFlux line 1 col 29 reverse-video

               if ResponseChoixFlux = "M" or ResponseChoixFlux = "m"
                   move 1 to EOLFX
               else
                   move 7 to NoLigneChoixFlux
               end-if
           end-if.

      *    Chemin du fichier d'un flux actif - VerifFluxPresent vaut 0 si
      *    le numero de flux est inconnu ou suspendu.
       RechercheFluxCommande.
           move 0 to VerifFluxPresent.
           move spaces to CheminFichierCommandeEntrant.
           exec sql
               SELECT chemin_fichier INTO :CheminFichierCommandeEntrant
               FROM FluxCommandeEntrant
               WHERE no_fichier = :NoFluxChoisi
               AND actif = 1
           end-exec.
           if (sqlcode equal 0 or sqlcode equal 1)
               and CheminFichierCommandeEntrant not equal spaces
               move 1 to VerifFluxPresent
           end-if.

      *************************************************************
      *************************************************************
      * Gestion des clients : referentiel controle a l'integration
      * des commandes clients (client inconnu ou BLOQUE = fichier
      * rejete) et repris sur le bon de preparation
      *************************************************************
      *************************************************************

       MenuClient.
           perform MenuClient-init.
           perform MenuClient-trt until ChoixMenuClient = 0.
           perform MenuClient-fin.

       MenuClient-init.
           move 1 to ChoixMenuClient.

       MenuClient-trt.
           move 0 to ChoixMenuClient.
           display ecran-MenuClient.
           accept ChoixMenuClient line 5 col 77 auto.
           evaluate ChoixMenuClient
               when 1
                   perform ListeClient
               when 2
                   if DroitResponsable equal 1
                       perform FicheClient
                   else
                       perform AfficherNonAutorise
                   end-if
               when 3
                   if DroitResponsable equal 1
                       perform TarifVente
                   else
                       perform AfficherNonAutorise
                   end-if
               when 4
                   if DroitResponsable equal 1
                       perform EtatMargeBrute
                   else
                       perform AfficherNonAutorise
                   end-if
               when 5
                   perform DisponibleAPromettre
               when 6
                   perform ProjectionStock
               when 7
                   if DroitSaisie equal 1
                       perform SortieReservationsEchues
                   else
                       perform AfficherNonAutorise
                   end-if
           end-evaluate.

       MenuClient-fin.
           continue.

      *    Liste des clients, puis consultation d'une fiche par son code
       ListeClient.
           perform ListeClient-init.
           perform ListeClient-trt until EOLC = 1.
           perform ListeClient-fin.

       ListeClient-init.
           move 0 to EOLC.
           move spaces to CodeClientSaisi.
           exec sql
               declare C-ListeClient cursor for
                   select code_client, raison_sociale, ville, statut
                   from Client
                   order by code_client
           end-exec.
           exec sql
               open C-ListeClient
           end-exec.
           display ecran-ListeClient.
           move 7 to NoLigneChoixClient.

       ListeClient-trt.
           initialize ClientRecupere.
           exec sql
               fetch C-ListeClient into
                   :ClientRecupere.code_client,
                   :ClientRecupere.raison_sociale,
                   :ClientRecupere.ville,
                   :ClientRecupere.statut
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1) then
               move 1 to EOLC
               accept CodeClientSaisi line 5 col 68
           else
               perform AffichageChoixClient
           end-if.

       ListeClient-fin.
           exec sql
               close C-ListeClient
           end-exec.
           if CodeClientSaisi not equal spaces
               perform RechercheClientParCode
               if VerifClientPresent equal 1
                   perform AffichageDetailClient
               else
                   display Ligne-AlerteClientInconnu
                   accept Pause line 1 col 1
               end-if
           end-if.

       AffichageChoixClient.
           Add 1 to NoLigneChoixClient.

           Display LigneChoixClient.

           if NoLigneChoixClient equal 23
               Display Ligne-PageSuivanteClient
               Move "S" to ResponseChoixClient
               accept ResponseChoixClient line 1 col 29 reverse-video

               if ResponseChoixClient = "M" or ResponseChoixClient = "m"
                   move 1 to EOLC
               else
                   move 7 to NoLigneChoixClient
                   display ecran-ListeClient
               end-if
           end-if.

       AffichageDetailClient.
           perform ChargementFicheClient.
           display ecran-FicheClient.
           move "R" to ChoixFicheClient.
           display Ligne-ChoixDetailClient.
           accept ChoixFicheClient line 5 col 37 reverse-video auto.
           if ChoixFicheClient = "H" or ChoixFicheClient = "h"
               perform HistoriqueClient
           end-if.

      *    Fiche client : un code inconnu ouvre la saisie d'une nouvelle
      *    fiche, un code connu sa modification (dont le blocage).
       FicheClient.
           perform FicheClient-init.
           perform FicheClient-trt until EOFCL = 1.
           perform FicheClient-fin.

       FicheClient-init.
           move 0 to EOFCL.

       FicheClient-trt.
           initialize ClientRecupere.
           initialize FicheClientInput.
           display ecran-FicheClient.
           accept code_client of FicheClientInput line 6 col 32 prompt.
           if code_client of FicheClientInput equal spaces
               move 1 to EOFCL
           else
               move code_client of FicheClientInput to CodeClientSaisi
               perform RechercheClientParCode
               if VerifClientPresent equal 1
                   perform ChargementFicheClient
                   display ecran-FicheClient
               else
                   move "ACTIF" to statut of FicheClientInput
                   display ecran-FicheClient
                   display Ligne-NouveauClient
               end-if
               perform SaisieFicheClient
           end-if.

       FicheClient-fin.
           initialize ClientRecupere.
           initialize FicheClientInput.

       SaisieFicheClient.
           accept raison_sociale of FicheClientInput line 7 col 32 prompt.
           accept adresse_livraison of FicheClientInput line 8 col 32 prompt.
           accept cp of FicheClientInput line 9 col 32 prompt.
           accept ville of FicheClientInput line 10 col 32 prompt.
           accept contact of FicheClientInput line 11 col 32 prompt.
           accept tel of FicheClientInput line 12 col 32 prompt.
           move statut of FicheClientInput(1:1) to StatutClientSaisi.
           display Ligne-ChoixStatutClient.
           accept StatutClientSaisi line 13 col 63 prompt.
           evaluate StatutClientSaisi
               when "B"
               when "b"
                   move "BLOQUE" to statut of FicheClientInput
               when other
                   move "ACTIF" to statut of FicheClientInput
           end-evaluate.
           display ecran-FicheClient.

           if raison_sociale of FicheClientInput equal spaces
               display Ligne-ChampRaisonSocialeObligatoire
               accept Pause
           else
               move "E" to ChoixFicheClient
               display EffaceLigne5
               display Ligne-ChoixFicheClient
               accept ChoixFicheClient line 5 col 48 reverse-video
               if ChoixFicheClient = "E" or ChoixFicheClient = "e"
                   perform FicheClientBDD
               end-if
           end-if.

       FicheClientBDD.
           if VerifClientPresent equal 0
               exec sql
                   INSERT INTO Client (code_client, raison_sociale, adresse_livraison, cp, ville, contact, tel, statut, date_crea, date_modif)
                   VALUES (:FicheClientInput.code_client, :FicheClientInput.raison_sociale, :FicheClientInput.adresse_livraison,
                           :FicheClientInput.cp, :FicheClientInput.ville, :FicheClientInput.contact, :FicheClientInput.tel,
                           :FicheClientInput.statut, getdate(), getdate())
               end-exec
               if sqlcode equal 0
                   exec sql
                       SELECT scope_identity() INTO :IdClientAjoute
                   end-exec
                   move IdClientAjoute to id_entite of HistoriqueModificationInput
                   move "AJOUT" to operation of HistoriqueModificationInput
                   move spaces to ancienne_valeur of HistoriqueModificationInput
                   perform HistoriqueClientNouvelleValeur
                   perform EnregistrerHistoriqueClient
                   display Ligne-ClientEnregistre
               else
                   display Ligne-AlerteErreurBDD
               end-if
           else
               exec sql
                   UPDATE Client
                       SET raison_sociale =    :FicheClientInput.raison_sociale,
                           adresse_livraison = :FicheClientInput.adresse_livraison,
                           cp =                :FicheClientInput.cp,
                           ville =             :FicheClientInput.ville,
                           contact =           :FicheClientInput.contact,
                           tel =               :FicheClientInput.tel,
                           statut =            :FicheClientInput.statut,
                           date_modif =        getdate()
                       WHERE
                           id_client = :ClientRecupere.id_client
               end-exec
               if sqlcode equal 0
                   move id_client of ClientRecupere to id_entite of HistoriqueModificationInput
                   move "MODIFICATION" to operation of HistoriqueModificationInput
                   string "RaisonSociale=" delimited by size
                          raison_sociale of ClientRecupere delimited by size
                          " Adresse=" delimited by size
                          adresse_livraison of ClientRecupere delimited by size
                          " Ville=" delimited by size
                          ville of ClientRecupere delimited by size
                          " Statut=" delimited by size
                          statut of ClientRecupere delimited by size
                          into ancienne_valeur of HistoriqueModificationInput
                   perform HistoriqueClientNouvelleValeur
                   perform EnregistrerHistoriqueClient
                   display Ligne-ClientEnregistre
               else
                   display Ligne-AlerteErreurBDD
               end-if
           end-if.
           accept Pause line 1 col 1.

       HistoriqueClientNouvelleValeur.
           string "RaisonSociale=" delimited by size
                  raison_sociale of FicheClientInput delimited by size
                  " Adresse=" delimited by size
                  adresse_livraison of FicheClientInput delimited by size
                  " Ville=" delimited by size
                  ville of FicheClientInput delimited by size
                  " Statut=" delimited by size
                  statut of FicheClientInput delimited by size
                  into nouvelle_valeur of HistoriqueModificationInput.

       ChargementFicheClient.
           move code_client of ClientRecupere to code_client of FicheClientInput.
           move raison_sociale of ClientRecupere to raison_sociale of FicheClientInput.
           move adresse_livraison of ClientRecupere to adresse_livraison of FicheClientInput.
           move cp of ClientRecupere to cp of FicheClientInput.
           move ville of ClientRecupere to ville of FicheClientInput.
           move contact of ClientRecupere to contact of FicheClientInput.
           move tel of ClientRecupere to tel of FicheClientInput.
           move statut of ClientRecupere to statut of FicheClientInput.

      *    Fiche client a partir de son code (CodeClientSaisi) -
      *    VerifClientPresent vaut 0 si le code est inconnu.
       RechercheClientParCode.
           move 0 to VerifClientPresent.
           initialize ClientRecupere.
           exec sql
               SELECT id_client, code_client, raison_sociale, adresse_livraison, cp, ville, contact, tel, statut
                   INTO :ClientRecupere.id_client, :ClientRecupere.code_client, :ClientRecupere.raison_sociale,
                        :ClientRecupere.adresse_livraison, :ClientRecupere.cp, :ClientRecupere.ville,
                        :ClientRecupere.contact, :ClientRecupere.tel, :ClientRecupere.statut
                   FROM Client
                   WHERE code_client = :CodeClientSaisi
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               move 1 to VerifClientPresent
           end-if.

       EnregistrerHistoriqueClient.
           move "Client" to type_entite of HistoriqueModificationInput.
           move UtilisateurCourant to utilisateur of HistoriqueModificationInput.
           exec sql
               INSERT INTO HistoriqueModification
                   (type_entite, id_entite, operation, ancienne_valeur, nouvelle_valeur, utilisateur, date_modif)
                   VALUES (
                       :HistoriqueModificationInput.type_entite,
                       :HistoriqueModificationInput.id_entite,
                       :HistoriqueModificationInput.operation,
                       :HistoriqueModificationInput.ancienne_valeur,
                       :HistoriqueModificationInput.nouvelle_valeur,
                       :HistoriqueModificationInput.utilisateur,
                       getdate()
                       )
           end-exec.
           initialize HistoriqueModificationInput.

       HistoriqueClient.
           move "Client" to TypeEntiteHistorique.
           move id_client of ClientRecupere to IdEntiteHistorique.
           perform Historique.

      *************************************************************
      *************************************************************
      * Tarif de vente : un prix par article, general ou propre a un
      * client, historise par date d'effet (les anciens prix sont
      * conserves, comme pour FournisseurArticlePrix)
      *************************************************************
      *************************************************************

       TarifVente.
           perform TarifVente-init.
           perform TarifVente-trt until EOTV = 1.
           perform TarifVente-fin.

       TarifVente-init.
           move 0 to EOTV.

       TarifVente-trt.
           initialize ArticleRecupere.
           initialize TarifVenteInput.
           initialize ChoixEcranArticle.
           move 1 to EOTV.

           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche

               move code_article of ArticleRecupere to code_article of TarifVenteInput
               move libelle of ArticleRecupere to libelle of TarifVenteInput
               move spaces to DateEffetTarifSaisie
               move 0 to PrixVenteCourant
               display ecran-TarifVente
               accept code_client of TarifVenteInput line 7 col 38 prompt

      *        Un tarif client ne peut viser qu'un client du referentiel.
               move 1 to TarifVenteSaisieValide
               if code_client of TarifVenteInput not equal spaces
                   move code_client of TarifVenteInput to CodeClientSaisi
                   perform RechercheClientParCode
                   if VerifClientPresent equal 1
                       move raison_sociale of ClientRecupere to raison_sociale of TarifVenteInput
                   else
                       move 0 to TarifVenteSaisieValide
                       display Ligne-AlerteClientInconnu
                       accept Pause line 1 col 1
                   end-if
               else
                   move "Tous clients" to raison_sociale of TarifVenteInput
               end-if

               if TarifVenteSaisieValide equal 1
                   perform RecherchePrixVente
                   move PrixVenteCourant to prix_vente of TarifVenteInput
                   display ecran-TarifVente
                   accept prix_vente of TarifVenteInput line 10 col 34 prompt
                   accept DateEffetTarifSaisie line 11 col 59 prompt
                   if DateEffetTarifSaisie not equal spaces
                       move zero to tally-counter
                       inspect DateEffetTarifSaisie tallying tally-counter for all "/"
                       if tally-counter not equal 2
                           move 0 to TarifVenteSaisieValide
                           display Ligne-AlerteDateLot
                           accept Pause line 1 col 1
                       end-if
                   end-if
               end-if

               if TarifVenteSaisieValide equal 1
                   move "E" to ChoixFicheClient
                   display Ligne-ChoixFicheClient
                   accept ChoixFicheClient line 5 col 48 reverse-video
                   if ChoixFicheClient = "E" or ChoixFicheClient = "e"
                       perform TarifVenteBDD
                   end-if
               end-if
           end-if.

       TarifVente-fin.
           initialize ArticleRecupere.
           initialize TarifVenteInput.

       TarifVenteBDD.
           if DateEffetTarifSaisie equal spaces
               exec sql
                   INSERT INTO TarifVente (code_article, code_client, prix_vente, date_effet, date_crea)
                   VALUES (:TarifVenteInput.code_article, :TarifVenteInput.code_client,
                           :TarifVenteInput.prix_vente, CAST(getdate() as date), getdate())
               end-exec
           else
               exec sql
                   INSERT INTO TarifVente (code_article, code_client, prix_vente, date_effet, date_crea)
                   VALUES (:TarifVenteInput.code_article, :TarifVenteInput.code_client,
                           :TarifVenteInput.prix_vente, convert(date, :DateEffetTarifSaisie, 103), getdate())
               end-exec
           end-if.
           if sqlcode equal 0 or sqlcode equal 1
               display Ligne-TarifVenteEnregistre
           else
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

      *    Prix de vente en vigueur ce jour pour l'article et le client
      *    de TarifVenteInput : le tarif propre au client prime sur le
      *    tarif general, puis la date d'effet la plus recente.
      *    PrixVenteCourant vaut 0 sans tarif (sqlcode 100).
       RecherchePrixVente.
           move 0 to PrixVenteCourant.
           exec sql
               SELECT TOP 1 prix_vente INTO :PrixVenteCourant
                   FROM TarifVente
                   WHERE code_article = :TarifVenteInput.code_article
                   AND (code_client = :TarifVenteInput.code_client
                        or isnull(code_client, ' ') = ' ')
                   AND date_effet <= getdate()
                   ORDER BY case when isnull(code_client, ' ') = ' ' then 1 else 0 end,
                            date_effet desc, date_crea desc
           end-exec.

      *************************************************************
      *************************************************************
      * Projection du stock et disponible a promettre : le stock
      * disponible (lots liberes), plus les commandes fournisseur en
      * cours a leur date de livraison promise, moins les reservations
      * clients datees. Une commande fournisseur sans date promise
      * (emise avant son suivi) est attendue au delai forfaitaire
      * apres sa date de commande.
      *************************************************************
      *************************************************************

      *    Disponible a promettre d'un article a une date : ce qui
      *    reste a cette date sans entamer une reservation ulterieure
      *    que les arrivages suivants ne couvriraient pas. Renseigner
      *    CodeArticleATP et DateATP (jj/mm/aaaa).
       CalculDisponibleAPromettre.
           move 0 to StockPhysiqueATP.
           move 0 to StockDisponibleATP.
           move 0 to EntreesAttenduesATP.
           move 0 to SortiesReserveesATP.
           move 0 to SoldeMinimumATP.
           move 0 to ReserveUlterieureATP.
           move 0 to QuantiteATP.
           exec sql
               SELECT a.quantite_stock,
                      a.quantite_stock - isnull((select sum(l.quantite_restante)
                                                 from LotArticle l
                                                 where l.code_article = a.code_article
                                                 and l.quantite_restante > 0
                                                 and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                                                      or l.date_peremption < CAST(getdate() as date))), 0),
                      isnull((select sum(case when cf.statut = 'EN ATTENTE'
                                              then cf.quantite
                                              else cf.quantite_reliquat end)
                              from CommandeFournisseur cf
                              where cf.code_article = a.code_article
                              and cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                              and isnull(cf.date_livraison_promise,
                                         dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                  <= convert(date, :DateATP, 103)), 0),
                      isnull((select sum(r.quantite)
                              from ReservationClient r
                              where r.code_article = a.code_article
                              and r.statut = 'RESERVEE'
                              and r.date_livraison <= convert(date, :DateATP, 103)), 0)
                   INTO :StockPhysiqueATP, :StockDisponibleATP,
                        :EntreesAttenduesATP, :SortiesReserveesATP
                   FROM Article a
                   WHERE a.code_article = :CodeArticleATP
           end-exec.
      *    Solde le plus bas atteint par les reservations posterieures
      *    a la date, arrivages intermediaires deduits : s'il est
      *    negatif, il est pris sur le disponible de la date.
           if sqlcode equal 0 or sqlcode equal 1
               exec sql
                   SELECT isnull(min(p.solde), 0) INTO :SoldeMinimumATP
                   FROM (SELECT isnull((select sum(case when cf.statut = 'EN ATTENTE'
                                                        then cf.quantite
                                                        else cf.quantite_reliquat end)
                                        from CommandeFournisseur cf
                                        where cf.code_article = r.code_article
                                        and cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                                        and isnull(cf.date_livraison_promise,
                                                   dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                            > convert(date, :DateATP, 103)
                                        and isnull(cf.date_livraison_promise,
                                                   dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                            <= r.date_livraison), 0)
                              - isnull((select sum(r2.quantite)
                                        from ReservationClient r2
                                        where r2.code_article = r.code_article
                                        and r2.statut = 'RESERVEE'
                                        and r2.date_livraison > convert(date, :DateATP, 103)
                                        and r2.date_livraison <= r.date_livraison), 0) as solde
                         FROM ReservationClient r
                         WHERE r.code_article = :CodeArticleATP
                         AND r.statut = 'RESERVEE'
                         AND r.date_livraison > convert(date, :DateATP, 103)) p
               end-exec
           end-if.
           if sqlcode equal 0 or sqlcode equal 1
               if SoldeMinimumATP < 0
                   compute ReserveUlterieureATP = 0 - SoldeMinimumATP
               end-if
               compute QuantiteATP = StockDisponibleATP + EntreesAttenduesATP
                                   - SortiesReserveesATP - ReserveUlterieureATP
           end-if.

      *************************************************************
      * Consultation du disponible a promettre (commerciaux)
      *************************************************************

       DisponibleAPromettre.
           initialize ChoixEcranArticle.
           initialize ArticleRecupere.
           perform ChoixArticle.
           if ChoixEcranArticle <> 0
               move ChoixEcranArticle to IdArticleRecherche
               perform RechercheArticleParId
               initialize IdArticleRecherche
               if libelle of ArticleRecupere equal ' '
                   display Ligne-AlerteArticleAbsent
                   accept Pause line 1 col 1
               else
                   move 0 to DateATPValide
                   perform SaisieDateATP until DateATPValide not equal 0
                   if DateATPValide equal 1
                       move code_article of ArticleRecupere to CodeArticleATP
                       perform CalculDisponibleAPromettre
                       if sqlcode not equal 0 and sqlcode not equal 1
                           display Ligne-AlerteErreurBDD
                       else
                           display ecran-DisponibleAPromettre
                       end-if
                       accept Pause line 1 col 1
                   end-if
               end-if
           end-if.
           initialize ArticleRecupere.

      *    Date de livraison demandee - une saisie vide abandonne, une
      *    date passee est ramenee a aujourd'hui.
       SaisieDateATP.
           move 0 to StockPhysiqueATP.
           move 0 to StockDisponibleATP.
           move 0 to EntreesAttenduesATP.
           move 0 to SortiesReserveesATP.
           move 0 to ReserveUlterieureATP.
           move 0 to QuantiteATP.
           move spaces to DateATP.
           display ecran-DisponibleAPromettre.
           accept DateATP line 9 col 48 prompt.
           if DateATP equal spaces
               move 2 to DateATPValide
           else
               move 1 to DateATPValide
               move zero to tally-counter
               inspect DateATP tallying tally-counter for all "/"
               if tally-counter not equal 2
                   move 0 to DateATPValide
                   display Ligne-AlerteDateFiche
                   accept Pause line 1 col 1
               else
                   exec sql
                       SELECT convert(char(10),
                                      case when convert(date, :DateATP, 103) < CAST(getdate() as date)
                                           then CAST(getdate() as date)
                                           else convert(date, :DateATP, 103) end, 103)
                           INTO :DateATP
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move 0 to DateATPValide
                       display Ligne-AlerteDateFiche
                       accept Pause line 1 col 1
                   end-if
               end-if
           end-if.

      *************************************************************
      * Etat de projection du stock semaine par semaine : articles
      * ayant des arrivages attendus ou des reservations en cours,
      * stock projete en fin de chaque semaine et premiere date de
      * rupture prevue sur l'horizon
      *************************************************************

       ProjectionStock.
           perform ProjectionStock-init.
           perform ProjectionStock-trt until EOPJ = 1.
           perform ProjectionStock-fin.

       ProjectionStock-init.
           move 0 to EOPJ.
           move 0 to noPageProjectionStock.
           move 0 to nbArticlesPageProjection.
           move 0 to NbArticlesProjetes.
           move 0 to NbArticlesRupture.

           open output f-fichierProjectionStock.

      *    Ecriture entete
           move jour of DateSysteme to jour of LignePJ3 of EnteteFichierProjectionStock.
           move mois of DateSysteme to mois of LignePJ3 of EnteteFichierProjectionStock.
           move Annee of DateSysteme to annee of LignePJ3 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ1 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ2 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ3 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ4 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ5 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ6 of EnteteFichierProjectionStock.
           write e-fichierProjectionStock from LignePJ7 of EnteteFichierProjectionStock.

           exec sql
               declare C-ProjectionStock cursor for
                   select a.code_article, a.libelle, a.quantite_stock,
                          a.quantite_stock - isnull((select sum(l.quantite_restante)
                                                     from LotArticle l
                                                     where l.code_article = a.code_article
                                                     and l.quantite_restante > 0
                                                     and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                                                          or l.date_peremption < CAST(getdate() as date))), 0),
                          a.quantite_min
                   from Article a
                   where exists (select 1 from CommandeFournisseur cf
                                 where cf.code_article = a.code_article
                                 and cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE'))
                   or exists (select 1 from ReservationClient r
                              where r.code_article = a.code_article
                              and r.statut = 'RESERVEE')
                   order by a.code_article
           end-exec.
           exec sql
               open C-ProjectionStock
           end-exec.

       ProjectionStock-trt.
           exec sql
               fetch C-ProjectionStock into
                   :VueProjectionArticle.code_article,
                   :VueProjectionArticle.libelle,
                   :VueProjectionArticle.quantite_stock,
                   :VueProjectionArticle.quantite_disponible,
                   :VueProjectionArticle.quantite_min
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOPJ
           else
               add 1 to NbArticlesProjetes
               perform RechercheRupturePrevue
               if DateRupturePrevue not equal spaces
                   add 1 to NbArticlesRupture
               end-if

               move code_article of VueProjectionArticle to pj-code-article of CorpsArticleProjectionStock
               move libelle of VueProjectionArticle to pj-libelle of CorpsArticleProjectionStock
               move quantite_stock of VueProjectionArticle to pj-physique of CorpsArticleProjectionStock
               move quantite_disponible of VueProjectionArticle to pj-disponible of CorpsArticleProjectionStock
               move quantite_min of VueProjectionArticle to pj-minimum of CorpsArticleProjectionStock
               move DateRupturePrevue to pj-rupture of CorpsArticleProjectionStock
               write e-fichierProjectionStock from LignePJ2 of EnteteFichierProjectionStock
               write e-fichierProjectionStock from CorpsArticleProjectionStock

               move quantite_disponible of VueProjectionArticle to StockProjete
               perform ProjectionSemaineArticle
                   varying IxSemaineProjection from 1 by 1
                   until IxSemaineProjection > NbSemainesProjection
               add 1 to nbArticlesPageProjection

               if nbArticlesPageProjection equal MaxArticlesPageProjection
                   add 1 to noPageProjectionStock
                   move noPageProjectionStock to NbPage of PiedDePageFichierProjectionStock
                   write e-fichierProjectionStock from PiedDePageFichierProjectionStock
                   move 0 to nbArticlesPageProjection
               end-if
           end-if.

       ProjectionStock-fin.
           exec sql
               close C-ProjectionStock
           end-exec.
           move NbArticlesProjetes to pj-nb-articles of FinPiedDePageFichierProjectionStock.
           move NbArticlesRupture to pj-nb-ruptures of FinPiedDePageFichierProjectionStock.
           write e-fichierProjectionStock from FinPiedDePageFichierProjectionStock.
           close f-fichierProjectionStock.
           display Ligne-ProjectionStockGeneree.
           accept Pause line 1 col 1.

      *    Semaine n : du lendemain de la fin de la semaine precedente
      *    au jour J + 7 x n ; la premiere semaine reprend aussi les
      *    arrivages et les reservations en retard.
       ProjectionSemaineArticle.
           if IxSemaineProjection equal 1
               move -36500 to BorneDebutSemaine
           else
               compute BorneDebutSemaine = (IxSemaineProjection - 1) * 7
           end-if.
           compute BorneFinSemaine = IxSemaineProjection * 7.
           initialize VueSemaineProjection.
           exec sql
               SELECT convert(char(10), dateadd(day, :BorneFinSemaine, getdate()), 103),
                      isnull((select sum(case when cf.statut = 'EN ATTENTE'
                                              then cf.quantite
                                              else cf.quantite_reliquat end)
                              from CommandeFournisseur cf
                              where cf.code_article = :VueProjectionArticle.code_article
                              and cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                              and isnull(cf.date_livraison_promise,
                                         dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                  > dateadd(day, :BorneDebutSemaine, CAST(getdate() as date))
                              and isnull(cf.date_livraison_promise,
                                         dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                  <= dateadd(day, :BorneFinSemaine, CAST(getdate() as date))), 0),
                      isnull((select sum(r.quantite)
                              from ReservationClient r
                              where r.code_article = :VueProjectionArticle.code_article
                              and r.statut = 'RESERVEE'
                              and r.date_livraison > dateadd(day, :BorneDebutSemaine, CAST(getdate() as date))
                              and r.date_livraison <= dateadd(day, :BorneFinSemaine, CAST(getdate() as date))), 0)
                   INTO :VueSemaineProjection.date_fin_semaine,
                        :VueSemaineProjection.entrees,
                        :VueSemaineProjection.sorties
           end-exec.
           compute StockProjete = StockProjete
                                + entrees of VueSemaineProjection
                                - sorties of VueSemaineProjection.
           move IxSemaineProjection to pj-no-semaine of CorpsSemaineProjectionStock.
           move date_fin_semaine of VueSemaineProjection to pj-date-fin of CorpsSemaineProjectionStock.
           move entrees of VueSemaineProjection to pj-entrees of CorpsSemaineProjectionStock.
           move sorties of VueSemaineProjection to pj-sorties of CorpsSemaineProjectionStock.
           move StockProjete to pj-projete of CorpsSemaineProjectionStock.
           write e-fichierProjectionStock from CorpsSemaineProjectionStock.

      *    Premiere date de livraison reservee sur l'horizon a laquelle
      *    le stock projete devient negatif.
       RechercheRupturePrevue.
           move spaces to DateRupturePrevue.
           exec sql
               SELECT isnull(convert(char(10), min(r.date_livraison), 103), ' ')
                   INTO :DateRupturePrevue
                   FROM ReservationClient r
                   WHERE r.code_article = :VueProjectionArticle.code_article
                   AND r.statut = 'RESERVEE'
                   AND r.date_livraison <= dateadd(day, 7 * :NbSemainesProjection, CAST(getdate() as date))
                   AND :VueProjectionArticle.quantite_disponible
                       + isnull((select sum(case when cf.statut = 'EN ATTENTE'
                                                 then cf.quantite
                                                 else cf.quantite_reliquat end)
                                 from CommandeFournisseur cf
                                 where cf.code_article = r.code_article
                                 and cf.statut in ('EN ATTENTE', 'LIVRAISON PARTIELLE')
                                 and isnull(cf.date_livraison_promise,
                                            dateadd(day, :DelaiLivraisonCommandeSortie, cf.date_commande))
                                     <= r.date_livraison), 0)
                       - isnull((select sum(r2.quantite)
                                 from ReservationClient r2
                                 where r2.code_article = r.code_article
                                 and r2.statut = 'RESERVEE'
                                 and r2.date_livraison <= r.date_livraison), 0) < 0
           end-exec.

      *************************************************************
      * Sortie des reservations clients arrivees a echeance : pour
      * chaque commande, toutes les lignes dues sortent ensemble
      * (tout-ou-rien) comme a l'integration - stock, ligne de
      * commande au prix reserve, mouvement VENTE, emplacements et
      * FEFO - puis le bon de preparation est edite. Une commande
      * dont le stock disponible ne suffit pas reste reservee et
      * sera representee au passage suivant.
      *************************************************************

       SortieReservationsEchues.
           perform SortieReservationsEchues-init.
           perform SortieReservationsEchues-trt until EORE = 1.
           perform SortieReservationsEchues-fin.

       SortieReservationsEchues-init.
           move 0 to EORE.
           move 0 to IdCommandeReservation.
           move 0 to NbCommandesReservationSorties.
           move 0 to NbCommandesReservationAttente.
      *    Hors traitement de nuit (ou il est deja ouvert pour tout le
      *    lot), le bon de preparation est ouvert une seule fois pour
      *    toutes les commandes sorties, sinon chaque bon ecraserait les
      *    precedents.
           if ModeTraitementLot not equal "O"
               open output f-fichierBonPreparation
               move 1 to BonPreparationSerie
           end-if.

       SortieReservationsEchues-trt.
           exec sql
               SELECT TOP 1 c.id_commande_client, c.code_client, c.no_commande_client
                   INTO :IdCommandeReservation,
                        :CommandeClient.code_client,
                        :CommandeClient.no_commande
                   FROM CommandeClient c
                   WHERE c.id_commande_client > :IdCommandeReservation
                   AND exists (select 1 from ReservationClient r
                               where r.id_commande_client = c.id_commande_client
                               and r.statut = 'RESERVEE'
                               and r.date_livraison <= CAST(getdate() as date))
                   ORDER BY c.id_commande_client
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EORE
           else
               perform SortieReservationsCommande
           end-if.

       SortieReservationsEchues-fin.
           if ModeTraitementLot not equal "O"
               close f-fichierBonPreparation
               move 0 to BonPreparationSerie
               display Ligne-SortieReservationsTerminee
               accept Pause line 1 col 1
           end-if.

       SortieReservationsCommande.
           move IdCommandeReservation to IdCommandeClientCourant.
           move spaces to libelle_client of VueFluxCommandeClient.
           move 0 to ErreurSortieReservation.
           move 0 to EORL.
           move 0 to IdReservationCourante.
           exec sql
               set autocommit off
           end-exec.
           perform SortieReservationLigne
               until EORL = 1 or ErreurSortieReservation not equal 0.
           if ErreurSortieReservation equal 0
               exec sql
                   commit work
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.
           move 0 to NoFluxChoisi.
           if ErreurSortieReservation equal 0
               exec sql
                   set autocommit on
               end-exec
               add 1 to NbCommandesReservationSorties
               perform EditionBonPreparation
               if ModeTraitementLot equal "O"
                   move spaces to MessageErreurCommande
                   string "Reservation livree - commande " delimited by size
                          no_commande of CommandeClient delimited by space
                          " - bon de preparation genere" delimited by size
                          into MessageErreurCommande
                   move "SUCCES " to jl-statut
                   perform EcritureJournalCommande-ligne
                   move spaces to MessageErreurCommande
               end-if
           else
               exec sql
                   rollback work
               exec sql
                   set autocommit on
               end-exec
               add 1 to NbCommandesReservationAttente
               if ModeTraitementLot equal "O"
                   move spaces to MessageErreurCommande
                   if ErreurSortieReservation equal 2
                       string "Reservation non livree (stock disponible insuffisant) - commande " delimited by size
                              no_commande of CommandeClient delimited by space
                              into MessageErreurCommande
                   else
                       string "Reservation non livree (erreur base de donnees) - commande " delimited by size
                              no_commande of CommandeClient delimited by space
                              into MessageErreurCommande
                   end-if
                   perform EcritureJournalCommande-erreur
                   move spaces to MessageErreurCommande
               end-if
           end-if.

      *    ErreurSortieReservation : 1 = erreur base de donnees,
      *    2 = stock disponible insuffisant.
       SortieReservationLigne.
           initialize VueReservationClient.
           exec sql
               SELECT TOP 1 id_reservation, code_article, quantite, isnull(prix_vente, 0)
                   INTO :VueReservationClient.id_reservation,
                        :VueReservationClient.code_article,
                        :VueReservationClient.quantite,
                        :VueReservationClient.prix_vente
                   FROM ReservationClient
                   WHERE id_commande_client = :IdCommandeReservation
                   AND statut = 'RESERVEE'
                   AND date_livraison <= CAST(getdate() as date)
                   AND id_reservation > :IdReservationCourante
                   ORDER BY id_reservation
           end-exec.
           if sqlcode equal 100
               move 1 to EORL
           else
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               else
                   move id_reservation of VueReservationClient to IdReservationCourante
                   perform SortieReservationLigneBDD
               end-if
           end-if.

       SortieReservationLigneBDD.
           move 0 to PmpSortieClient.
           move 0 to QuantiteDisponibleClient.
           exec sql
               SELECT case when isnull(prix_moyen_pondere, 0) > 0
                           then prix_moyen_pondere
                           else prix_achat end,
                      quantite_stock - isnull((select sum(l.quantite_restante)
                                               from LotArticle l
                                               where l.code_article = article.code_article
                                               and l.quantite_restante > 0
                                               and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                                                    or l.date_peremption < CAST(getdate() as date))), 0)
                   INTO :PmpSortieClient, :QuantiteDisponibleClient
                   FROM article
                   WHERE code_article = :VueReservationClient.code_article
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurSortieReservation
           else
               if quantite of VueReservationClient > QuantiteDisponibleClient
                   move 2 to ErreurSortieReservation
               end-if
           end-if.
           if ErreurSortieReservation equal 0
               exec sql
                   UPDATE article
                       SET quantite_stock = quantite_stock - :VueReservationClient.quantite,
                           date_modif = getdate()
                       WHERE code_article = :VueReservationClient.code_article
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.
           if ErreurSortieReservation equal 0
               exec sql
                   INSERT INTO ligne_commande_client (id_commande_client, code_article, quantite, prix_vente, pmp_sortie, date_sortie)
                       VALUES (
                           :IdCommandeReservation,
                           :VueReservationClient.code_article,
                           :VueReservationClient.quantite,
                           :VueReservationClient.prix_vente,
                           :PmpSortieClient,
                           getdate()
                           )
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.
           if ErreurSortieReservation equal 0
               exec sql
                   INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                       VALUES (:VueReservationClient.code_article, 'SORTIE', :VueReservationClient.quantite, 'VENTE', getdate())
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.
           if ErreurSortieReservation equal 0
               move code_article of VueReservationClient to MajEmplacementArticle
               move quantite of VueReservationClient to RetraitEmplacementReste
               move 1 to CapturePreparationClient
               perform RetraitStockEmplacements
               move 0 to CapturePreparationClient
               if ErreurMajEmplacement equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.
           if ErreurSortieReservation equal 0
               exec sql
                   UPDATE ReservationClient
                   SET statut = 'LIVREE',
                       date_statut = getdate()
                   WHERE id_reservation = :VueReservationClient.id_reservation
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move 1 to ErreurSortieReservation
               end-if
           end-if.

      *************************************************************
      *************************************************************
      * Etat mensuel de marge brute : chiffre d'affaires au prix de
      * vente fige sur chaque ligne de commande client, cout au PMP
      * fige a la sortie, marge en valeur et en %, par article puis
      * par client ; les lignes vendues sous le PMP sont listees a
      * part.
      *************************************************************
      *************************************************************

       EtatMargeBrute.
           move "ETAT MENSUEL DE MARGE BRUTE" to TitreSaisieMois.
           perform SaisieMoisExport.
           if MoisExportValide equal 1
               perform EtatMargeBrute-init
               perform MargeBruteArticle
               perform MargeBruteClient
               perform VenteSousPmp
               perform EtatMargeBrute-fin
           end-if.

       EtatMargeBrute-init.
           move 0 to ErreurMargeBrute.
           move 0 to noPageMargeBrute.
           move 0 to nbLigneMargeBrute.
           move 0 to TotalCAMarge.
           move 0 to TotalCoutMarge.
           move 0 to NbLignesSousPmp.
           open output f-fichierMargeBrute.

      *    Ecriture entete
           move MoisExport to mb-mois of LigneMB3 of EnteteFichierMargeBrute.
           move jour of DateSysteme to jour of LigneMB3 of EnteteFichierMargeBrute.
           move mois of DateSysteme to mois of LigneMB3 of EnteteFichierMargeBrute.
           move Annee of DateSysteme to annee of LigneMB3 of EnteteFichierMargeBrute.
           write e-fichierMargeBrute from LigneMB1 of EnteteFichierMargeBrute.
           write e-fichierMargeBrute from LigneMB2 of EnteteFichierMargeBrute.
           write e-fichierMargeBrute from LigneMB3 of EnteteFichierMargeBrute.
           write e-fichierMargeBrute from LigneMB4 of EnteteFichierMargeBrute.

      *    Marge par article (les totaux generaux sont cumules ici)
       MargeBruteArticle.
           perform MargeBruteArticle-init.
           perform MargeBruteArticle-trt until EOMB = 1.
           perform MargeBruteArticle-fin.

       MargeBruteArticle-init.
           move 0 to EOMB.
           move "Marge par article" to mb-titre of LigneTitreMargeBrute.
           perform EcritureTitreMargeBrute.
           write e-fichierMargeBrute from LigneColonnesMargeBrute.
           write e-fichierMargeBrute from LigneTiretsMargeBrute.
           exec sql
               declare C-MargeBruteArticle cursor for
                   select convert(varchar(10), l.code_article), a.libelle,
                          sum(l.quantite),
                          sum(l.quantite * isnull(l.prix_vente, 0)),
                          sum(l.quantite * isnull(l.pmp_sortie, 0))
                   from CommandeClient c
                   join ligne_commande_client l on l.id_commande_client = c.id_commande_client
                   join Article a on a.code_article = l.code_article
                   where datepart(month, isnull(l.date_sortie, c.date_integration)) = :MoisExportMM
                   and datepart(year, isnull(l.date_sortie, c.date_integration)) = :MoisExportAAAA
                   group by l.code_article, a.libelle
                   order by l.code_article
           end-exec.
           exec sql
               open C-MargeBruteArticle
           end-exec.

       MargeBruteArticle-trt.
           exec sql
               fetch C-MargeBruteArticle into
                   :VueMargeBrute.code_regroupement,
                   :VueMargeBrute.libelle,
                   :VueMargeBrute.quantite,
                   :VueMargeBrute.chiffre_affaires,
                   :VueMargeBrute.cout_pmp
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOMB
               if sqlcode not equal 100
                   move 1 to ErreurMargeBrute
               end-if
           else
               add chiffre_affaires of VueMargeBrute to TotalCAMarge
               add cout_pmp of VueMargeBrute to TotalCoutMarge
               perform EcritureLigneMargeBrute
           end-if.

       MargeBruteArticle-fin.
           exec sql
               close C-MargeBruteArticle
           end-exec.

      *    Marge par client (raison sociale du referentiel clients)
       MargeBruteClient.
           perform MargeBruteClient-init.
           perform MargeBruteClient-trt until EOMB = 1.
           perform MargeBruteClient-fin.

       MargeBruteClient-init.
           move 0 to EOMB.
           move "Marge par client" to mb-titre of LigneTitreMargeBrute.
           perform EcritureTitreMargeBrute.
           write e-fichierMargeBrute from LigneColonnesMargeBrute.
           write e-fichierMargeBrute from LigneTiretsMargeBrute.
           exec sql
               declare C-MargeBruteClient cursor for
                   select c.code_client, isnull(cl.raison_sociale, ' '),
                          sum(l.quantite),
                          sum(l.quantite * isnull(l.prix_vente, 0)),
                          sum(l.quantite * isnull(l.pmp_sortie, 0))
                   from CommandeClient c
                   join ligne_commande_client l on l.id_commande_client = c.id_commande_client
                   left join Client cl on cl.code_client = c.code_client
                   where datepart(month, isnull(l.date_sortie, c.date_integration)) = :MoisExportMM
                   and datepart(year, isnull(l.date_sortie, c.date_integration)) = :MoisExportAAAA
                   group by c.code_client, cl.raison_sociale
                   order by c.code_client
           end-exec.
           exec sql
               open C-MargeBruteClient
           end-exec.

       MargeBruteClient-trt.
           exec sql
               fetch C-MargeBruteClient into
                   :VueMargeBrute.code_regroupement,
                   :VueMargeBrute.libelle,
                   :VueMargeBrute.quantite,
                   :VueMargeBrute.chiffre_affaires,
                   :VueMargeBrute.cout_pmp
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOMB
               if sqlcode not equal 100
                   move 1 to ErreurMargeBrute
               end-if
           else
               perform EcritureLigneMargeBrute
           end-if.

       MargeBruteClient-fin.
           exec sql
               close C-MargeBruteClient
           end-exec.

      *    Lignes vendues sous le PMP de sortie, avec l'ecart unitaire
       VenteSousPmp.
           perform VenteSousPmp-init.
           perform VenteSousPmp-trt until EOMB = 1.
           perform VenteSousPmp-fin.

       VenteSousPmp-init.
           move 0 to EOMB.
           move "Lignes vendues sous le PMP" to mb-titre of LigneTitreMargeBrute.
           perform EcritureTitreMargeBrute.
           write e-fichierMargeBrute from LigneColonnesVenteSousPmp.
           write e-fichierMargeBrute from LigneTiretsMargeBrute.
           exec sql
               declare C-VenteSousPmp cursor for
                   select c.no_commande_client, c.code_client, l.code_article, a.libelle,
                          l.quantite, isnull(l.prix_vente, 0), isnull(l.pmp_sortie, 0)
                   from CommandeClient c
                   join ligne_commande_client l on l.id_commande_client = c.id_commande_client
                   join Article a on a.code_article = l.code_article
                   where datepart(month, isnull(l.date_sortie, c.date_integration)) = :MoisExportMM
                   and datepart(year, isnull(l.date_sortie, c.date_integration)) = :MoisExportAAAA
                   and isnull(l.prix_vente, 0) < isnull(l.pmp_sortie, 0)
                   order by c.code_client, c.no_commande_client, l.code_article
           end-exec.
           exec sql
               open C-VenteSousPmp
           end-exec.

       VenteSousPmp-trt.
           exec sql
               fetch C-VenteSousPmp into
                   :VueVenteSousPmp.no_commande,
                   :VueVenteSousPmp.code_client,
                   :VueVenteSousPmp.code_article,
                   :VueVenteSousPmp.libelle,
                   :VueVenteSousPmp.quantite,
                   :VueVenteSousPmp.prix_vente,
                   :VueVenteSousPmp.pmp
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOMB
               if sqlcode not equal 100
                   move 1 to ErreurMargeBrute
               end-if
           else
               compute EcartPmpLigne =
                   prix_vente of VueVenteSousPmp - pmp of VueVenteSousPmp
               move no_commande of VueVenteSousPmp to sp-no-commande of CorpsFichierVenteSousPmp
               move code_client of VueVenteSousPmp to sp-client of CorpsFichierVenteSousPmp
               move code_article of VueVenteSousPmp to sp-code-article of CorpsFichierVenteSousPmp
               move libelle of VueVenteSousPmp to sp-libelle of CorpsFichierVenteSousPmp
               move quantite of VueVenteSousPmp to sp-quantite of CorpsFichierVenteSousPmp
               move prix_vente of VueVenteSousPmp to sp-prix of CorpsFichierVenteSousPmp
               move pmp of VueVenteSousPmp to sp-pmp of CorpsFichierVenteSousPmp
               move EcartPmpLigne to sp-ecart of CorpsFichierVenteSousPmp
               write e-fichierMargeBrute from CorpsFichierVenteSousPmp
               add 1 to NbLignesSousPmp
               perform SautPageMargeBrute
           end-if.

       VenteSousPmp-fin.
           exec sql
               close C-VenteSousPmp
           end-exec.

       EtatMargeBrute-fin.
           if ErreurMargeBrute equal 0
               compute TotalMargeBrute = TotalCAMarge - TotalCoutMarge
               move TotalCAMarge to mb-total-ca of FinPiedDePageFichierMargeBrute
               move TotalCoutMarge to mb-total-cout of FinPiedDePageFichierMargeBrute
               move TotalMargeBrute to mb-total-marge of FinPiedDePageFichierMargeBrute
               if TotalCAMarge > 0
                   compute TauxMargeLigne rounded = TotalMargeBrute * 100 / TotalCAMarge
               else
                   move 0 to TauxMargeLigne
               end-if
               move TauxMargeLigne to mb-total-taux of FinPiedDePageFichierMargeBrute
               move NbLignesSousPmp to mb-nb-sous-pmp of FinPiedDePageFichierMargeBrute
               write e-fichierMargeBrute from FinPiedDePageFichierMargeBrute
               close f-fichierMargeBrute
               display Ligne-MargeBruteGeneree
           else
               write e-fichierMargeBrute from LigneEditionInterrompue
               close f-fichierMargeBrute
               display Ligne-AlerteErreurBDD
           end-if.
           accept Pause line 1 col 1.

       EcritureTitreMargeBrute.
           write e-fichierMargeBrute from LigneMB2 of EnteteFichierMargeBrute.
           write e-fichierMargeBrute from LigneTitreMargeBrute.

      *    Ligne article ou client : marge et taux de marge sur le CA
       EcritureLigneMargeBrute.
           compute MargeLigne =
               chiffre_affaires of VueMargeBrute - cout_pmp of VueMargeBrute.
           if chiffre_affaires of VueMargeBrute > 0
               compute TauxMargeLigne rounded =
                   MargeLigne * 100 / chiffre_affaires of VueMargeBrute
           else
               move 0 to TauxMargeLigne
           end-if.
           move code_regroupement of VueMargeBrute to mb-code of CorpsFichierMargeBrute.
           move libelle of VueMargeBrute to mb-libelle of CorpsFichierMargeBrute.
           move quantite of VueMargeBrute to mb-quantite of CorpsFichierMargeBrute.
           move chiffre_affaires of VueMargeBrute to mb-ca of CorpsFichierMargeBrute.
           move cout_pmp of VueMargeBrute to mb-cout of CorpsFichierMargeBrute.
           move MargeLigne to mb-marge of CorpsFichierMargeBrute.
           move TauxMargeLigne to mb-taux of CorpsFichierMargeBrute.
           write e-fichierMargeBrute from CorpsFichierMargeBrute.
           perform SautPageMargeBrute.

       SautPageMargeBrute.
           add 1 to nbLigneMargeBrute.
           if nbLigneMargeBrute equal MaxLigneMargeBrute
               add 1 to noPageMargeBrute
               move noPageMargeBrute to NbPage of PiedDePageFichierMargeBrute
               write e-fichierMargeBrute from PiedDePageFichierMargeBrute
               move 0 to nbLigneMargeBrute
           end-if.

      *************************************************************
               move 1 to EOVC
           end-if.

      *    Le client doit exister au referentiel et ne pas etre bloque :
      *    sinon le fichier est rejete, le motif figure au rapport de
      *    rejets (ligne 0 = entete).
           if MessageErreurCommande equal spaces
               perform ControleClientCommande
           end-if.

       ControleClientCommande.
           move code_client of CommandeClient to CodeClientSaisi.
           perform RechercheClientParCode.
           if VerifClientPresent equal 0
               string "Client inconnu au referentiel : " delimited by size
                      code_client of CommandeClient delimited by space
                      into MessageErreurCommande
               perform EcritureRejetLigneCommande
               move 1 to EOVC
           else
               if statut of ClientRecupere equal "BLOQUE"
                   string "Client bloque : " delimited by size
                          code_client of CommandeClient delimited by space
                          into MessageErreurCommande
                   perform EcritureRejetLigneCommande
                   move 1 to EOVC
               end-if
           end-if.

       VerificationFichierClient-trt.
           perform ReadFichierClientToEnd.

                   perform TraitementCommandeClient-erreur
               end-if
           end-if.
      *    Une livraison prevue apres aujourd'hui fait de la commande
      *    une reservation datee : le stock ne sortira qu'a l'echeance.
      *    DateATP porte la date a laquelle le disponible a promettre
      *    est controle (le jour meme pour une livraison immediate).
           move 0 to LivraisonFutureClient.
           if ErreurTraitementCommandeClient equal 0
               exec sql
                   SELECT case when CAST(:CommandeClient.date_livraison_prevue as date) > CAST(getdate() as date)
                               then 1 else 0 end,
                          convert(char(10),
                                  case when CAST(:CommandeClient.date_livraison_prevue as date) > CAST(getdate() as date)
                                       then CAST(:CommandeClient.date_livraison_prevue as date)
                                       else CAST(getdate() as date) end, 103)
                       INTO :LivraisonFutureClient, :DateATP
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementCommandeClient-erreur
               end-if
           end-if.

       TraitementCommandeClient-trt.
           perform ReadFichierClient.
           perform UnstringEnregistrementCommandeClient.
           move zero to code_article of Article.
           move 0 to PmpSortieClient.
           exec sql
               select
                   code_article,
                   quantite_stock,
                   libelle,
                   case when isnull(prix_moyen_pondere, 0) > 0
                        then prix_moyen_pondere
                        else prix_achat end,
                   quantite_stock - isnull((select sum(l.quantite_restante)
                                            from LotArticle l
                                            where l.code_article = article.code_article
                                            and l.quantite_restante > 0
                                            and (isnull(l.statut, 'DISPONIBLE') <> 'DISPONIBLE'
                                                 or l.date_peremption < CAST(getdate() as date))), 0)
                   into
                   :article.code_article,
                   :article.quantite_stock,
                   :article.libelle,
                   :PmpSortieClient,
                   :QuantiteDisponibleClient
                   from article
                   WHERE code_article = :CommandeClient.code_article
           end-exec.
           end-if.
      *    La reservation exige le stock disponible : un fichier qui
      *    demande plus que le stock d'un article est annule dans son
      *    ensemble (tout-ou-rien). Pour un kit en rupture, le message
      *    indique si le stock des composants permet de l'assembler.
      *    Les lots en quarantaine, bloques ou perimes ne sont pas
      *    disponibles. Le disponible a promettre du jour garantit en
      *    plus que la ligne n'entame pas le stock deja reserve pour
      *    des livraisons futures.
      *    Pour une livraison future, seul le disponible a promettre a
      *    la date de livraison compte : les commandes fournisseur
      *    attendues d'ici la sont prises en compte.
           if ErreurTraitementCommandeClient equal 0
               move code_article of article to CodeArticleATP
               perform CalculDisponibleAPromettre
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementCommandeClient-erreur
               end-if
           end-if.
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 1
               if quantite of CommandeClient > QuantiteATP
                   move "Disponible a promettre insuffisant a la date de livraison - fichier annule" to MessageErreurCommande
                   perform TraitementCommandeClient-abandon
               end-if
           end-if.
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
           and quantite of CommandeClient not > QuantiteDisponibleClient
           and quantite of CommandeClient > QuantiteATP
               move "Stock reserve pour des livraisons futures - fichier annule dans son ensemble" to MessageErreurCommande
               perform TraitementCommandeClient-abandon
           end-if.
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
               if quantite of CommandeClient > QuantiteDisponibleClient
                   move code_article of article to CodeKitCourant
                   perform RechercheComposantsKit
                   move spaces to MessageErreurCommande
                   if NbComposantsKit equal 0
                       move "Stock insuffisant pour un article - fichier annule dans son ensemble" to MessageErreurCommande
                   else
                       if quantite of CommandeClient > QuantiteDisponibleClient + QuantiteAssemblable
                           string "Kit " delimited by size
                                  CodeKitCourant delimited by size
                                  " en rupture - composants insuffisants pour l'assembler - fichier annule" delimited by size
                                  into MessageErreurCommande
                       else
                           string "Kit " delimited by size
                                  CodeKitCourant delimited by size
                                  " en rupture - assemblable avec les composants en stock - fichier annule" delimited by size
                                  into MessageErreurCommande
                       end-if
                   end-if
                   perform TraitementCommandeClient-abandon
               end-if
           end-if.
      *    MAJ quantite et stock article (reservation)
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
               exec sql
                   UPDATE article
                       SET quantite_stock = quantite_stock - :CommandeClient.quantite,
                   perform TraitementCommandeClient-erreur
               end-if
           end-if.
      *    Prix de vente en vigueur pour ce client (0 sans tarif : la
      *    ligne ressort alors sous le PMP dans l'etat de marge).
           if ErreurTraitementCommandeClient equal 0
               move code_article of CommandeClient to code_article of TarifVenteInput
               move code_client of CommandeClient to code_client of TarifVenteInput
               perform RecherchePrixVente
               if sqlcode not equal 0 and sqlcode not equal 1 and sqlcode not equal 100
                   perform TraitementCommandeClient-erreur
               end-if
               move PrixVenteCourant to PrixVenteApplique
           end-if.
      *    Livraison future : la ligne est reservee a sa date, au prix
      *    de vente du jour de la commande ; la ligne de commande, le
      *    mouvement et les retraits seront faits a la sortie.
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 1
               exec sql
                   INSERT INTO ReservationClient (id_commande_client, code_article, quantite, prix_vente,
                                                  date_livraison, statut, date_crea, date_statut)
                       VALUES (
                           :IdCommandeClientCourant,
                           :CommandeClient.code_article,
                           :CommandeClient.quantite,
                           :PrixVenteApplique,
                           convert(date, :DateATP, 103),
                           'RESERVEE', getdate(), getdate()
                           )
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   perform TraitementCommandeClient-erreur
               end-if
           end-if.
      *    Insertion ligne commande client, prix de vente et PMP de la
      *    sortie figes pour l'etat de marge brute
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
               exec sql
                   INSERT INTO ligne_commande_client (id_commande_client, code_article, quantite, prix_vente, pmp_sortie, date_sortie)
                       VALUES (
                           :IdCommandeClientCourant,
                           :CommandeClient.code_article,
                           :CommandeClient.quantite,
                           :PrixVenteApplique,
                           :PmpSortieClient,
                           getdate()
                           )
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1

      *    Historisation du mouvement de stock (sortie vente)
           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
               exec sql
                   INSERT INTO MouvementStock (code_article, type_mouvement, quantite, motif, date_mouvement)
                       VALUES (:CommandeClient.code_article, 'SORTIE', :CommandeClient.quantite, 'VENTE', getdate())
           end-if.

           if ErreurTraitementCommandeClient equal 0
           and LivraisonFutureClient equal 0
      *        Retrait du stock localise, emplacement par emplacement ;
      *        chaque retrait est memorise pour le bon de preparation.
               move code_article of CommandeClient to MajEmplacementArticle
                   set autocommit on
               end-exec
      *        Le bon de preparation n'est edite que sur une integration
      *        validee - il refleterait sinon des retraits annules. Une
      *        reservation aura le sien a sa sortie.
               if LivraisonFutureClient equal 0
                   perform EditionBonPreparation
               end-if
               if ModeTraitementLot equal "O"
                   perform EcritureJournalCommandeClient-succes
               else
                   if LivraisonFutureClient equal 0
                       display ligne-MenuCommandeClientSucces
                   else
                       display Ligne-CommandeClientReservee
                   end-if
                   accept Pause line 5 col 77
               end-if
           else
           end-if.

       EcritureJournalCommandeClient-succes.
           if LivraisonFutureClient equal 0
               move "Commande client integree - bon de preparation genere" to MessageErreurCommande
           else
               move spaces to MessageErreurCommande
               string "Commande client integree - reservee pour le " delimited by size
                      DateATP delimited by size
                      into MessageErreurCommande
           end-if.
           move "SUCCES " to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.
           move spaces to EmplacementPreparationPrecedent.
      *    En traitement de nuit le bon de preparation est deja ouvert
      *    pour tout le lot (voir TraitementLotCommande-init) afin que
      *    les bons de chaque fichier s'accumulent ; de meme pour une
      *    serie de commandes (voir SortieReservationsEchues-init).
           if ModeTraitementLot not equal "O"
           and BonPreparationSerie equal 0
               open output f-fichierBonPreparation
           end-if.

      *    Ecriture entete
           move no_commande of CommandeClient to bp-no-commande of LigneBP3 of EnteteFichierBonPreparation.
      *    Le destinataire vient de la fiche client ; le libelle du
      *    flux ne sert que si la fiche n'a pas de raison sociale.
           move code_client of CommandeClient to CodeClientSaisi.
           perform RechercheClientParCode.
           if raison_sociale of ClientRecupere not equal spaces
               move raison_sociale of ClientRecupere to bp-client of LigneBP3 of EnteteFichierBonPreparation
           else
               move libelle_client of VueFluxCommandeClient to bp-client of LigneBP3 of EnteteFichierBonPreparation
           end-if.
           move adresse_livraison of ClientRecupere to bp-adresse of LigneBP7 of EnteteFichierBonPreparation.
           move cp of ClientRecupere to bp-cp of LigneBP7 of EnteteFichierBonPreparation.
           move ville of ClientRecupere to bp-ville of LigneBP7 of EnteteFichierBonPreparation.
           move contact of ClientRecupere to bp-contact of LigneBP8 of EnteteFichierBonPreparation.
           move tel of ClientRecupere to bp-tel of LigneBP8 of EnteteFichierBonPreparation.
           move jour of DateSysteme to jour of LigneBP3 of EnteteFichierBonPreparation.
           move mois of DateSysteme to mois of LigneBP3 of EnteteFichierBonPreparation.
           move Annee of DateSysteme to annee of LigneBP3 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP1 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP2 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP3 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP7 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP8 of EnteteFichierBonPreparation.
           write e-fichierBonPreparation from LigneBP4 of EnteteFichierBonPreparation.

           exec sql
           end-exec.
           write e-fichierBonPreparation from FinPiedDePageFichierBonPreparation.
           if ModeTraitementLot not equal "O"
           and BonPreparationSerie equal 0
               close f-fichierBonPreparation
           end-if.

      *************************************************************
      *************************************************************
      * Chaine de nuit : les etapes parametrees dans EtapeChaineNuit
      * s'enchainent dans leur ordre (integration des fichiers,
      * import des tarifs, controle de coherence, etat de peremption,
      * propositions de reapprovisionnement du stock bas), chacune
      * tracee dans EtapeExecutionNuit ; le rapport de nuit reprend
      * ensuite le deroulement complet de la chaine
      *************************************************************
      *************************************************************

       ChaineNuit.
           perform ChaineNuit-init.
           perform ChaineNuit-trt
               varying IxEtapeChaine from 1 by 1 until IxEtapeChaine > NbEtapesChaine.
           perform ChaineNuit-fin.

       ChaineNuit-init.
           move "O" to ModeTraitementLot.
           move 0 to ArretChaineNuit.
           move 0 to EchecEtapeChaine.
      *    Compteurs du rapport de nuit remis a zero pour ce lancement.
           move 0 to NbFichiersIntegres.
           move 0 to NbFichiersEchoues.
           move 0 to NbRejetsLot.
           move 0 to NbAnomaliesControle.

      *    Detection d'une reprise : une chaine de la nuit en cours (lancee
      *    il y a moins de 12 heures) qui n'est pas allee a son terme
      *    (interruption, ou arret sur l'echec d'une etape) est reprise au
      *    lieu d'en ouvrir une nouvelle, et le journal et le rapport de
      *    rejets existants sont completes au lieu d'etre ecrases. Une
      *    chaine non terminee d'une nuit precedente n'est pas reprise :
      *    sinon ses etapes terminees (l'integration des fichiers) ne
      *    seraient plus jamais rejouees tant que l'etape en echec ne
      *    passe pas. Si la detection elle-meme echoue, on ouvre en ajout
      *    par prudence et aucune etape n'est lancee.
           move 0 to RepriseChaineEnCours.
           move 0 to ClotureChainePrecedente.
           move 0 to ErreurSuiviChaine.
           move 0 to ChaineNuitRecente.
           move 0 to IdChaineNuit.
           move spaces to StatutChaineNuit.
           exec sql
               SELECT TOP 1 id_chaine, statut,
                      case when date_debut >= dateadd(hour, -12, getdate())
                           then 1 else 0 end
                   INTO :IdChaineNuit, :StatutChaineNuit, :ChaineNuitRecente
                   FROM ChaineNuit
                   ORDER BY id_chaine desc
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               if StatutChaineNuit not equal "TERMINEE"
                   if ChaineNuitRecente equal 1
                       move 1 to RepriseChaineEnCours
                   else
                       move 1 to ClotureChainePrecedente
                   end-if
               end-if
           else
               move 0 to IdChaineNuit
               if sqlcode not equal 100
                   move 1 to ErreurSuiviChaine
               end-if
           end-if.

           if RepriseChaineEnCours equal 1 or ErreurSuiviChaine equal 1
               open extend f-fichierJournalCommande
               open extend f-fichierRejetCommande
           else
               open output f-fichierJournalCommande
      *        Le rapport de rejets est ouvert une seule fois pour toute
      *        la chaine : les rejets des fichiers de commandes et des
      *        fichiers tarifaires s'y accumulent.
               open output f-fichierRejetCommande
           end-if.

           if ErreurSuiviChaine equal 1
               move "Lecture de ChaineNuit impossible - chaine non lancee" to MessageErreurCommande
               perform EcritureJournalChaine-erreur
           else
               if RepriseChaineEnCours equal 1
                   exec sql
                       UPDATE ChaineNuit
                       SET statut = 'EN COURS',
                           date_fin = null,
                           nb_lancements = nb_lancements + 1
                       WHERE id_chaine = :IdChaineNuit
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                       move "Mise a jour de ChaineNuit impossible - chaine non reprise" to MessageErreurCommande
                       perform EcritureJournalChaine-erreur
                   else
                       perform EcritureJournalChaine-reprise
                   end-if
               else
                   if ClotureChainePrecedente equal 1
                       perform ClotureChaineNuitPrecedente
                   end-if
                   if ErreurSuiviChaine equal 0
                       perform OuvertureChaineNuit
                   end-if
               end-if
           end-if.

      *    Jour de la semaine, 1 = lundi ... 7 = dimanche (le 01/01/1900
      *    etait un lundi), independant du parametrage du serveur.
           move 0 to NoJourSemaine.
           exec sql
               SELECT (datediff(day, '19000101', getdate()) % 7) + 1
                   INTO :NoJourSemaine
           end-exec.

      *    Les etapes sont chargees en memoire avant de commencer, pour ne
      *    pas garder de curseur ouvert pendant leur execution.
           move 0 to EOEN.
           move 0 to NbEtapesChaine.
           exec sql
               declare C-EtapeChaine cursor for
                   select code_etape, ordre, isnull(actif, 0),
                          isnull(jours_execution, ' '),
                          isnull(action_echec, 'CONTINUER')
                   from EtapeChaineNuit
                   order by ordre, code_etape
           end-exec.
           exec sql
               open C-EtapeChaine
           end-exec.
           perform ChargementEtapeChaine until EOEN equal 1.
           exec sql
               close C-EtapeChaine
           end-exec.

      *    Sans parametrage, la chaine reprend l'enchainement d'origine du
      *    lancement LOT : integration des fichiers puis controle de
      *    coherence, tous les jours.
           if NbEtapesChaine equal 0
               move "COMMANDES" to ec-code-etape(1)
               move 10 to ec-ordre(1)
               move 1 to ec-actif(1)
               move spaces to ec-jours(1)
               move "CONTINUER" to ec-action-echec(1)
               move "COHERENCE" to ec-code-etape(2)
               move 20 to ec-ordre(2)
               move 1 to ec-actif(2)
               move spaces to ec-jours(2)
               move "CONTINUER" to ec-action-echec(2)
               move 2 to NbEtapesChaine
           end-if.

      *    La chaine non terminee d'une nuit precedente est close ARRETEE
      *    et ses points de reprise SuiviLotNuit / SuiviLotNuitClient sont
      *    purges, pour que tous les fichiers de cette nuit soient traites
      *    (le controle de somme empeche de re-integrer un fichier deja
      *    integre par l'ancienne chaine).
       ClotureChaineNuitPrecedente.
           exec sql
               set autocommit off
           end-exec.
           exec sql
               UPDATE ChaineNuit
               SET statut = 'ARRETEE',
                   date_fin = isnull(date_fin, getdate())
               WHERE id_chaine = :IdChaineNuit
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move 1 to ErreurSuiviChaine
           else
               exec sql
                   DELETE FROM SuiviLotNuit
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move 1 to ErreurSuiviChaine
               else
                   exec sql
                       DELETE FROM SuiviLotNuitClient
                   end-exec
                   if sqlcode not equal 0 and sqlcode not equal 1
                   and sqlcode not equal 100
                       move 1 to ErreurSuiviChaine
                   end-if
               end-if
           end-if.
           if ErreurSuiviChaine equal 0
               exec sql
                   commit work
               end-exec
           else
               exec sql
                   rollback work
               end-exec
           end-if.
           exec sql
               set autocommit on
           end-exec.
      *    La chaine precedente n'est pas la notre : elle n'est plus mise a
      *    jour par la suite.
           move 0 to NoFluxChoisi.
           move spaces to MessageErreurCommande.
           if ErreurSuiviChaine equal 1
               move 0 to IdChaineNuit
               move "Cloture de la chaine d'une nuit precedente impossible - chaine non lancee" to MessageErreurCommande
               perform EcritureJournalChaine-erreur
           else
               move "Chaine d'une nuit precedente non terminee : close ARRETEE" to MessageErreurCommande
               move "CHAINE " to jl-statut
               perform EcritureJournalCommande-ligne
               move spaces to MessageErreurCommande
               move 0 to IdChaineNuit
           end-if.

       OuvertureChaineNuit.
           exec sql
               INSERT INTO ChaineNuit (date_debut, statut, nb_lancements)
               VALUES (getdate(), 'EN COURS', 1)
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               exec sql
                   SELECT scope_identity() into :IdChaineNuit
               end-exec
           end-if.
           if (sqlcode not equal 0 and sqlcode not equal 1)
           or IdChaineNuit equal 0
               move 0 to IdChaineNuit
               move "Creation de la chaine dans ChaineNuit impossible - chaine non lancee" to MessageErreurCommande
               perform EcritureJournalChaine-erreur
           end-if.

       ChargementEtapeChaine.
           exec sql
               fetch C-EtapeChaine into
                   :VueEtapeChaine.code_etape,
                   :VueEtapeChaine.ordre,
                   :VueEtapeChaine.actif,
                   :VueEtapeChaine.jours_execution,
                   :VueEtapeChaine.action_echec
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EOEN
           else
               if NbEtapesChaine < 20
                   add 1 to NbEtapesChaine
                   move code_etape of VueEtapeChaine to ec-code-etape(NbEtapesChaine)
                   move ordre of VueEtapeChaine to ec-ordre(NbEtapesChaine)
                   move actif of VueEtapeChaine to ec-actif(NbEtapesChaine)
                   move jours_execution of VueEtapeChaine to ec-jours(NbEtapesChaine)
                   move action_echec of VueEtapeChaine to ec-action-echec(NbEtapesChaine)
               end-if
           end-if.

       ChaineNuit-trt.
           move ec-code-etape(IxEtapeChaine) to CodeEtapeCourante.
           move ec-ordre(IxEtapeChaine) to OrdreEtapeCourante.
           move 0 to NbEnregistrementsEtape.
           move spaces to MessageEtapeChaine.
      *    Une etape n'est lancee que si elle peut etre tracee : apres une
      *    erreur d'ecriture du suivi, les etapes suivantes sont sautees.
           if ErreurSuiviChaine equal 0
               perform RechercheEtapeExecution
           end-if.
      *    Une etape terminee par un lancement precedent de la meme
      *    chaine n'est pas rejouee.
           if ErreurSuiviChaine equal 0
           and StatutEtapePrecedent not equal "TERMINEE"
               evaluate true
                   when ArretChaineNuit equal 1
                       move "NON EXECUTEE" to StatutEtapeChaine
                       move "Chaine arretee sur l'echec d'une etape precedente" to MessageEtapeChaine
                       perform EtapeChaineNonExecutee
                   when ec-actif(IxEtapeChaine) not equal 1
                       move "INACTIVE" to StatutEtapeChaine
                       perform EtapeChaineNonExecutee
                   when ec-jours(IxEtapeChaine) not equal spaces
                    and ec-jours(IxEtapeChaine)(NoJourSemaine:1) not equal "O"
                       move "NON PLANIFIEE" to StatutEtapeChaine
                       move "Etape non prevue ce jour de la semaine" to MessageEtapeChaine
                       perform EtapeChaineNonExecutee
                   when other
                       perform ExecutionEtapeChaine
               end-evaluate
           end-if.

      *    Chaque etape est executee en mode lot (aucune saisie, resultat
      *    consigne dans le journal) ; son nombre d'enregistrements et son
      *    echec eventuel sont releves sur les compteurs qu'elle alimente.
       ExecutionEtapeChaine.
           perform DebutEtapeChaine.
           if ErreurSuiviChaine equal 0
               perform LancementEtapeChaine
               perform FinEtapeChaine
               if StatutEtapeChaine equal "ECHEC"
                   move 1 to EchecEtapeChaine
                   if ec-action-echec(IxEtapeChaine) equal "ARRETER"
                       move 1 to ArretChaineNuit
                   end-if
               end-if
               perform EcritureJournalEtape
           end-if.

       LancementEtapeChaine.
           move "TERMINEE" to StatutEtapeChaine.
           evaluate CodeEtapeCourante
               when "COMMANDES"
                   perform TraitementLotCommande
                   move NbFichiersIntegres to NbEnregistrementsEtape
                   if NbFichiersEchoues > 0
                       move "ECHEC" to StatutEtapeChaine
                       move NbFichiersEchoues to CompteurEdite
                       perform CadrageCompteursEdites
                       string CompteurEdite(DebutCompteurEdite:) delimited by size
                              " fichier(s) en echec - voir fichierJournalCommande.txt" delimited by size
                              into MessageEtapeChaine
                   else
                       move "Fichiers de commandes integres" to MessageEtapeChaine
                   end-if
               when "TARIFS"
                   perform ImportTarifLot
                   move NbTarifsLot to NbEnregistrementsEtape
                   if NbFichiersTarifEchoues > 0
                       move "ECHEC" to StatutEtapeChaine
                       move NbFichiersTarifEchoues to CompteurEdite
                       perform CadrageCompteursEdites
                       string CompteurEdite(DebutCompteurEdite:) delimited by size
                              " fichier(s) tarifaire(s) en echec - voir fichierJournalCommande.txt" delimited by size
                              into MessageEtapeChaine
                   else
                       move NbFichiersTarifIntegres to CompteurEdite
                       perform CadrageCompteursEdites
                       string CompteurEdite(DebutCompteurEdite:) delimited by size
                              " fichier(s) tarifaire(s) integre(s)" delimited by size
                              into MessageEtapeChaine
                   end-if
               when "COHERENCE"
                   perform ControleCoherenceStock
                   move NbAnomaliesControle to NbEnregistrementsEtape
                   move "Anomalies rapportees - voir fichierControleStock.txt" to MessageEtapeChaine
               when "PEREMPTION"
                   perform EtatPeremptionLots
                   move NbLotsPerimant to NbEnregistrementsEtape
                   move "Lots proches peremption - voir fichierPeremptionLots.txt" to MessageEtapeChaine
               when "STOCKBAS"
                   perform ComparaisonStock
                   move NbPropositionsCreees to NbEnregistrementsEtape
                   if ErreurComparaisonStock equal 1
                       move "ECHEC" to StatutEtapeChaine
                       move "Erreur base de donnees a la creation des propositions" to MessageEtapeChaine
                   else
                       move "Propositions de reappro creees, a valider par le responsable" to MessageEtapeChaine
                   end-if
               when other
                   move "ECHEC" to StatutEtapeChaine
                   move "Etape inconnue - verifier le parametrage de EtapeChaineNuit" to MessageEtapeChaine
           end-evaluate.

       RechercheEtapeExecution.
           move spaces to StatutEtapePrecedent.
           move 0 to VerifEtapeChaine.
           exec sql
               SELECT statut INTO :StatutEtapePrecedent
               FROM EtapeExecutionNuit
               WHERE id_chaine = :IdChaineNuit
               AND code_etape = :CodeEtapeCourante
           end-exec.
           if sqlcode equal 0 or sqlcode equal 1
               move 1 to VerifEtapeChaine
           else
               if sqlcode not equal 100
                   perform ErreurSuiviEtapeChaine
               end-if
           end-if.

       DebutEtapeChaine.
           if VerifEtapeChaine equal 0
               exec sql
                   INSERT INTO EtapeExecutionNuit
                       (id_chaine, code_etape, ordre, statut, heure_debut,
                        heure_fin, nb_enregistrements, message)
                       VALUES (:IdChaineNuit, :CodeEtapeCourante, :OrdreEtapeCourante,
                               'EN COURS', getdate(), null, 0, ' ')
               end-exec
           else
               exec sql
                   UPDATE EtapeExecutionNuit
                   SET ordre = :OrdreEtapeCourante,
                       statut = 'EN COURS',
                       heure_debut = getdate(),
                       heure_fin = null,
                       nb_enregistrements = 0,
                       message = ' '
                   WHERE id_chaine = :IdChaineNuit
                   AND code_etape = :CodeEtapeCourante
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform ErreurSuiviEtapeChaine
           end-if.

       FinEtapeChaine.
           exec sql
               UPDATE EtapeExecutionNuit
               SET statut = :StatutEtapeChaine,
                   heure_fin = getdate(),
                   nb_enregistrements = :NbEnregistrementsEtape,
                   message = :MessageEtapeChaine
               WHERE id_chaine = :IdChaineNuit
               AND code_etape = :CodeEtapeCourante
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform ErreurSuiviEtapeChaine
           end-if.

       EtapeChaineNonExecutee.
           if VerifEtapeChaine equal 0
               exec sql
                   INSERT INTO EtapeExecutionNuit
                       (id_chaine, code_etape, ordre, statut, heure_debut,
                        heure_fin, nb_enregistrements, message)
                       VALUES (:IdChaineNuit, :CodeEtapeCourante, :OrdreEtapeCourante,
                               :StatutEtapeChaine, null, null, 0, :MessageEtapeChaine)
               end-exec
           else
               exec sql
                   UPDATE EtapeExecutionNuit
                   SET ordre = :OrdreEtapeCourante,
                       statut = :StatutEtapeChaine,
                       heure_debut = null,
                       heure_fin = null,
                       nb_enregistrements = 0,
                       message = :MessageEtapeChaine
                   WHERE id_chaine = :IdChaineNuit
                   AND code_etape = :CodeEtapeCourante
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
               perform ErreurSuiviEtapeChaine
           end-if.

      *    Ecriture du suivi d'une etape impossible : la chaine s'arrete.
       ErreurSuiviEtapeChaine.
           move spaces to MessageErreurCommande.
           string "Suivi de l'etape " delimited by size
                  CodeEtapeCourante delimited by space
                  " impossible dans EtapeExecutionNuit - chaine arretee" delimited by size
                  into MessageErreurCommande.
           perform EcritureJournalChaine-erreur.

       ChaineNuit-fin.
      *    Une etape en echec, meme avec l'action CONTINUER, laisse la
      *    chaine ARRETEE avec ses points de reprise : la relance repart
      *    de l'etape en echec sans rejouer celles deja terminees.
           if ArretChaineNuit equal 1 or ErreurSuiviChaine equal 1
           or EchecEtapeChaine equal 1
               move "ARRETEE" to StatutChaineNuit
           else
               move "TERMINEE" to StatutChaineNuit
      *        La chaine est allee a son terme : les points de reprise de
      *        l'integration des fichiers sont purges, la prochaine
      *        execution repartira de zero (le controle de somme evite de
      *        toute facon de re-crediter un fichier identique). Si la
      *        purge echoue, la chaine reste ARRETEE : la nuit suivante la
      *        close et purge a nouveau avant de traiter ses fichiers.
               exec sql
                   DELETE FROM SuiviLotNuit
               end-exec
               if sqlcode equal 0 or sqlcode equal 1 or sqlcode equal 100
                   exec sql
                       DELETE FROM SuiviLotNuitClient
                   end-exec
               end-if
               if sqlcode not equal 0 and sqlcode not equal 1
               and sqlcode not equal 100
                   move "ARRETEE" to StatutChaineNuit
                   move "Purge de SuiviLotNuit impossible - chaine laissee ARRETEE" to MessageErreurCommande
                   perform EcritureJournalChaine-erreur
               end-if
           end-if.
      *    Sans chaine tracee (creation ou lecture de ChaineNuit en echec),
      *    il n'y a rien a mettre a jour.
           if IdChaineNuit > 0
               exec sql
                   UPDATE ChaineNuit
                   SET statut = :StatutChaineNuit,
                       date_fin = getdate()
                   WHERE id_chaine = :IdChaineNuit
               end-exec
               if sqlcode not equal 0 and sqlcode not equal 1
                   move "Mise a jour du statut final dans ChaineNuit impossible" to MessageErreurCommande
                   perform EcritureJournalChaine-erreur
               end-if
           end-if.
           perform EcritureJournalChaine-fin.
      *    Rapport de nuit unique pour l'equipe du matin : deroulement de
      *    la chaine, synthese des fichiers, anomalies, ruptures nouvelles
      *    et commandes a relancer - produit en fin de chaine pour en
      *    reprendre tous les compteurs.
           perform RapportNuit.
           close f-fichierJournalCommande.
           close f-fichierRejetCommande.
           move "N" to ModeTraitementLot.

       EcritureJournalEtape.
           move 0 to NoFluxChoisi.
           move spaces to MessageErreurCommande.
           string "Etape " delimited by size
                  CodeEtapeCourante delimited by space
                  " : " delimited by size
                  StatutEtapeChaine delimited by size
                  " " delimited by size
                  MessageEtapeChaine delimited by size
                  into MessageErreurCommande.
           move "ETAPE  " to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.

       EcritureJournalChaine-reprise.
           move 0 to NoFluxChoisi.
           move "Reprise de la chaine de nuit - etapes deja terminees sautees" to MessageErreurCommande.
           move "REPRISE" to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.

       EcritureJournalChaine-erreur.
           move 1 to ErreurSuiviChaine.
           move 0 to NoFluxChoisi.
           perform EcritureJournalCommande-erreur.
           move spaces to MessageErreurCommande.

       EcritureJournalChaine-fin.
           move 0 to NoFluxChoisi.
           move spaces to MessageErreurCommande.
           string "Fin de la chaine de nuit : " delimited by size
                  StatutChaineNuit delimited by size
                  into MessageErreurCommande.
           move "CHAINE " to jl-statut.
           perform EcritureJournalCommande-ligne.
           move spaces to MessageErreurCommande.

      *    Position du premier chiffre des compteurs edites, pour les
      *    reprendre sans les espaces de tete dans un message.
       CadrageCompteursEdites.
           move 0 to tally-counter.
           inspect CompteurEdite tallying tally-counter for leading spaces.
           compute DebutCompteurEdite = tally-counter + 1.
           move 0 to tally-counter.
           inspect CompteurEdite2 tallying tally-counter for leading spaces.
           compute DebutCompteurEdite2 = tally-counter + 1.

      *************************************************************
      *************************************************************
      * Traitement de nuit - integration de tous les fichiers d'un coup
      *    deja credite des arrivages du soir.
           perform TraitementLotCommandeClient-trt
               varying IxFluxClientLot from 1 by 1 until IxFluxClientLot > NbFluxClientLot.
      *    Puis les reservations clients arrivees a echeance sortent,
      *    leurs bons de preparation s'ajoutant a ceux du lot.
           perform SortieReservationsEchues.
           perform TraitementLotCommande-fin.

       TraitementLotCommande-init.
           move 0 to EOTL.

      *    Detection d'une reprise : la table SuiviLotNuit est purgee a la
      *    fin de chaque chaine de nuit menee a son terme. S'il y reste
      *    des fichiers, c'est que la chaine precedente s'est interrompue
      *    (meme apres un passage de minuit) : on reprend a leur suite au
      *    lieu de tout rejouer, et on complete le bon de preparation
      *    existant au lieu de l'ecraser. Si la detection elle-meme
      *    echoue, on ouvre en ajout par prudence.
           move 0 to RepriseLotEnCours.
           move 0 to VerifLotJour.
           exec sql
           end-if.

           if RepriseLotEnCours equal 1
               open extend f-fichierBonPreparation
               perform EcritureJournalCommande-reprise
           else
      *    On ouvre le bon de preparation une seule fois pour tout le
      *    traitement de nuit, sinon chaque fichier ecraserait les bons
      *    des fichiers precedents (le rapport de rejets est ouvert pour
      *    toute la chaine, voir ChaineNuit-init).
               open output f-fichierBonPreparation
           end-if.
      *    Le lot parcourt les flux actifs du referentiel - l'ajout ou la
               WHERE no_fichier = :NoFluxClientChoisi
           end-exec.

      *    Les points de reprise SuiviLotNuit / SuiviLotNuitClient sont
      *    conserves jusqu'a la fin de la chaine (voir ChaineNuit-fin) :
      *    si l'etape est rejouee par une reprise, seuls les fichiers en
      *    echec sont retraites.
       TraitementLotCommande-fin.
           close f-fichierBonPreparation.

      *    Ecrit dans le journal le resultat du traitement d'un fichier au
      *    lieu de l'afficher a l'ecran, pour un lancement sans operateur.

       RapportNuit.
           perform RapportNuit-init.
           perform RapportNuitChaine-trt until EORN = 1.
           perform RapportNuitRupture-init.
           perform RapportNuitRupture-trt until EORN = 1.
           perform RapportNuitRelance-init.
           perform RapportNuitRelance-trt until EORN = 1.
           write e-fichierRapportNuit from LigneSyntheseControleNuit.
           write e-fichierRapportNuit from LigneRN4 of EnteteFichierRapportNuit.

      *    Deroulement de la chaine : horaires du lancement, puis statut,
      *    horaires, duree et nombre d'enregistrements de chaque etape, y
      *    compris celles terminees par un lancement precedent de la meme
      *    chaine (reprise).
           initialize VueChaineNuitRapport.
           exec sql
               SELECT statut,
                      isnull(convert(char(10), date_debut, 103) + ' ' + convert(char(8), date_debut, 108), ' '),
                      isnull(convert(char(10), date_fin, 103) + ' ' + convert(char(8), date_fin, 108), ' '),
                      case when date_fin is null then 0 else 1 end,
                      isnull(datediff(second, date_debut, date_fin), 0)
                   INTO :VueChaineNuitRapport.statut,
                        :VueChaineNuitRapport.heure_debut,
                        :VueChaineNuitRapport.heure_fin,
                        :VueChaineNuitRapport.duree_connue,
                        :VueChaineNuitRapport.duree_secondes
                   FROM ChaineNuit
                   WHERE id_chaine = :IdChaineNuit
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
               move "NON TRACEE" to statut of VueChaineNuitRapport
           end-if.
           move IdChaineNuit to rn-id-chaine of LigneSectionChaineNuit.
           move statut of VueChaineNuitRapport to rn-statut-chaine of LigneSectionChaineNuit.
           move heure_debut of VueChaineNuitRapport to rn-debut-chaine of LigneHorairesChaineNuit.
           move heure_fin of VueChaineNuitRapport to rn-fin-chaine of LigneHorairesChaineNuit.
           move spaces to rn-duree-chaine of LigneHorairesChaineNuit.
           if duree_connue of VueChaineNuitRapport equal 1
               move duree_secondes of VueChaineNuitRapport to DureeSecondesNuit
               perform CalculDureeAffichageNuit
               move DureeAffichageNuit to rn-duree-chaine of LigneHorairesChaineNuit
           end-if.
           write e-fichierRapportNuit from LigneSectionChaineNuit.
           write e-fichierRapportNuit from LigneHorairesChaineNuit.
           write e-fichierRapportNuit from LigneEnteteEtapeNuit.
           exec sql
               declare C-EtapeNuit cursor for
                   select e.ordre, e.code_etape, isnull(p.libelle, ' '), e.statut,
                          isnull(convert(char(8), e.heure_debut, 108), ' '),
                          isnull(convert(char(8), e.heure_fin, 108), ' '),
                          case when e.heure_debut is null or e.heure_fin is null
                               then 0 else 1 end,
                          isnull(datediff(second, e.heure_debut, e.heure_fin), 0),
                          isnull(e.nb_enregistrements, 0),
                          isnull(e.message, ' ')
                   from EtapeExecutionNuit e
                   left join EtapeChaineNuit p on p.code_etape = e.code_etape
                   where e.id_chaine = :IdChaineNuit
                   order by e.ordre, e.code_etape
           end-exec.
           exec sql
               open C-EtapeNuit
           end-exec.

       RapportNuitChaine-trt.
           exec sql
               fetch C-EtapeNuit into
                   :VueEtapeNuitRapport.ordre,
                   :VueEtapeNuitRapport.code_etape,
                   :VueEtapeNuitRapport.libelle,
                   :VueEtapeNuitRapport.statut,
                   :VueEtapeNuitRapport.heure_debut,
                   :VueEtapeNuitRapport.heure_fin,
                   :VueEtapeNuitRapport.duree_connue,
                   :VueEtapeNuitRapport.duree_secondes,
                   :VueEtapeNuitRapport.nb_enregistrements,
                   :VueEtapeNuitRapport.message_etape
           end-exec.
           if (sqlcode not equal 0 and sqlcode not equal 1)
               move 1 to EORN
           else
               move ordre of VueEtapeNuitRapport to rn-ordre of CorpsEtapeNuit
               move code_etape of VueEtapeNuitRapport to rn-code-etape of CorpsEtapeNuit
               move libelle of VueEtapeNuitRapport to rn-libelle-etape of CorpsEtapeNuit
               move statut of VueEtapeNuitRapport to rn-statut-etape of CorpsEtapeNuit
               move heure_debut of VueEtapeNuitRapport to rn-debut-etape of CorpsEtapeNuit
               move heure_fin of VueEtapeNuitRapport to rn-fin-etape of CorpsEtapeNuit
               move spaces to rn-duree-etape of CorpsEtapeNuit
               if duree_connue of VueEtapeNuitRapport equal 1
                   move duree_secondes of VueEtapeNuitRapport to DureeSecondesNuit
                   perform CalculDureeAffichageNuit
                   move DureeAffichageNuit to rn-duree-etape of CorpsEtapeNuit
               end-if
               move nb_enregistrements of VueEtapeNuitRapport to rn-nb-enregistrements of CorpsEtapeNuit
               move message_etape of VueEtapeNuitRapport to rn-message-etape of CorpsEtapeNuit
               write e-fichierRapportNuit from CorpsEtapeNuit
           end-if.

      *    Duree en secondes presentee en hh:mm:ss.
       CalculDureeAffichageNuit.
           divide DureeSecondesNuit by 3600 giving heures of DureeAffichageNuit
               remainder ResteSecondesNuit.
           divide ResteSecondesNuit by 60 giving minutes of DureeAffichageNuit
               remainder secondes of DureeAffichageNuit.

       RapportNuitRupture-init.
           exec sql
               close C-EtapeNuit
           end-exec.
           write e-fichierRapportNuit from LigneRN4 of EnteteFichierRapportNuit.
           move 0 to EORN.

      *    Articles passes sous leur quantite minimum par les sorties de
      *    la veille : sous le seuil aujourd'hui, mais au-dessus avant
      *    ces sorties - les ruptures anciennes ne sont pas repetees.
           move 0 to SommeControleFichier.
           move 0 to NbRejetCommande.
      *    En traitement de nuit le rapport de rejets est deja ouvert
      *    pour tout le lot (voir ChaineNuit-init) afin que
      *    les rejets de chaque fichier s'accumulent au lieu de
      *    s'ecraser les uns les autres.
           if ModeTraitementLot not equal "O"
           perform ReadFichier.
      *    Insertion entête commande
           exec sql
               INSERT INTO Commande (date_commande, id_fournisseur, date_livraison_prevue, date_reception, no_commande_fournisseur)
                   VALUES (
                       CAST(:Commande.date_commande as date),
                       :Commande.code_fournisseur,
                       CAST(:Commande.date_livraison_prevue as date),
                       getdate(),
                       :Commande.no_commande
                       )
           end-exec.
           if sqlcode not equal 0 and sqlcode not equal 1
       TraitementCommande-trt.
           perform ReadFichier.
           perform unstringEnregistrementCommande.
      *    Le fichier de reception est exprime dans l'unite d'achat du
      *    fournisseur : la quantite est convertie en unites de stock.
           move code_article of commande to CodeArticleConditionnement.
           move CodeFournisseur to IdFournisseurConditionnement.
           perform RechercheConditionnementAchat.
           if ErreurConditionnement equal 1
               perform TraitementCommande-erreur
           end-if.
           compute quantite of commande =
               quantite of commande * UnitesParConditionnement.
           move zero to code_article of Article.
           exec sql
               select
               move libelle of article to libelle of CorpsFichierEtatStock
               move quantite_stock of article to quantite_stock of CorpsFichierEtatStock
               move quantite_min of article to quantite_min of CorpsFichierEtatStock
               perform RechercheQuarantaineArticle
               move QuantiteQuarantaineArticle to quantite_quarantaine of CorpsFichierEtatStock

               write e-fichierEtatStock from CorpsFichierEtatStock
               add 1 to nbLigneEtatStock
                   perform TraitementCommande-erreur
               else
                   if quantite of commande not less than QuantiteCommandeeAttente
                       move "COMPLETE" to StatutRapprochementLigne
                       exec sql
                           UPDATE CommandeFournisseur
                           SET statut = 'SOLDEE',
                           WHERE id_commande_fournisseur = :IdCommandeFournisseurAttente
                       end-exec
                   else
                       move "PARTIELLE" to StatutRapprochementLigne
                       compute QuantiteReliquat =
                           QuantiteCommandeeAttente - quantite of commande
                       exec sql
                   if sqlcode not equal 0 and sqlcode not equal 1
                       perform TraitementCommande-erreur
                   end-if
      *            La ligne recue garde la trace du rapprochement : c'est
      *            la livraison complete du taux de service fournisseur.
                   if ErreurTraitementCommande equal 0
                       exec sql
                           UPDATE ligne_commande
                           SET statut_rapprochement = :StatutRapprochementLigne
                           WHERE id_commande = :commande.no_commande
                           AND code_article = :commande.code_article
                       end-exec
                       if sqlcode not equal 0 and sqlcode not equal 1
                           perform TraitementCommande-erreur
                       end-if
                   end-if
               end-if
           end-if.

           end-if.

       EnregistrerLotReception.
           perform RechercheControleReception.
           move "RECEPTION" to MotifStatutLot.
           if DlcSaisie equal spaces
               exec sql
                   INSERT INTO LotArticle (code_article, no_lot, date_peremption, quantite_restante, date_crea,
                                           statut, motif_statut, date_statut, id_commande)
                       VALUES (:commande.code_article, :NoLotSaisie, NULL, :commande.quantite, getdate(),
                               :StatutLotReception, :MotifStatutLot, getdate(), :commande.no_commande)
               end-exec
           else
               exec sql
                   INSERT INTO LotArticle (code_article, no_lot, date_peremption, quantite_restante, date_crea,
                                           statut, motif_statut, date_statut, id_commande)
                       VALUES (:commande.code_article, :NoLotSaisie, convert(date, :DlcSaisie, 103), :commande.quantite, getdate(),
                               :StatutLotReception, :MotifStatutLot, getdate(), :commande.no_commande)
               end-exec
           end-if.
           if sqlcode not equal 0 and sqlcode not equal 1
           move 0 to ErreurMajEmplacement.
           move 0 to FinRetraitEmplacement.
      *    Toute sortie repartie sur les emplacements est aussi servie
      *    en FEFO sur les lots de l'article, sauf quand le lot sorti
      *    est deja designe (rebut / retour du controle qualite).
           if RetraitHorsLots equal 0
               move RetraitEmplacementReste to RetraitLotReste
               perform RetraitStockLotsFEFO
               if ErreurRetraitLot equal 1
                   move 1 to ErreurMajEmplacement
               end-if
           end-if.
           perform RetraitStockEmplacements-trt
               until RetraitEmplacementReste equal 0
      *    sur les lots de l'article ; les lots sans date limite passent
      *    en dernier. Les quantites anterieures au suivi des lots ne
      *    sont rattachees a aucun lot : le residuel eventuel est servi
      *    hors lot, sans erreur. Les lots en quarantaine, bloques ou
      *    perimes ne sont jamais servis. Renseigner MajEmplacementArticle
      *    et RetraitLotReste.
       RetraitStockLotsFEFO.
           move 0 to FinRetraitLot.
           move 0 to ErreurRetraitLot.
                   FROM LotArticle
                   WHERE code_article = :MajEmplacementArticle
                   AND quantite_restante > 0
                   AND isnull(statut, 'DISPONIBLE') = 'DISPONIBLE'
                   AND (date_peremption is null or date_peremption >= CAST(getdate() as date))
                   ORDER BY case when date_peremption is null then 1 else 0 end,
                            date_peremption, id_lot
           end-exec.
