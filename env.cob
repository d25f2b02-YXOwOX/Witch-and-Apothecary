                alternate record key is fLot_ingredient WITH DUPLICATES
                file status is cr_fLot.

                select fAvo assign to "Avoirs.dat"
                organization indexed
                access mode is dynamic
                record key is fAvo_cle
                alternate record key is fAvo_recu WITH DUPLICATES
                alternate record key is fAvo_compte WITH DUPLICATES
                file status is cr_fAvo.

                select fBra assign to "Brassins.dat"
                organization indexed
                access mode is dynamic
                record key is fBra_cle
                alternate record key is fBra_lot WITH DUPLICATES
                alternate record key is fBra_potion WITH DUPLICATES
                file status is cr_fBra.

                select fTrc assign to "VentesBrassins.dat"
                organization indexed
                access mode is dynamic
                record key is fTrc_id
                alternate record key is fTrc_brassin WITH DUPLICATES
                alternate record key is fTrc_jrn WITH DUPLICATES
                file status is cr_fTrc.

                select fRap assign to ficRapport
                organization line sequential
                file status is cr_fRap.

                select fGl assign to "GrandLivre.dat"
                organization sequential
                access mode is sequential
                file status is cr_fGl.

                select fPer assign to "PeriodesCloses.dat"
                organization indexed
                access mode is dynamic
                record key is fPer_mois
                file status is cr_fPer.

                select fTax assign to "TauxTaxe.dat"
                organization indexed
                access mode is dynamic
                record key is fTax_cle
                file status is cr_fTax.

                select fFjr assign to "RepriseFinJournee.dat"
                organization indexed
                access mode is dynamic
                record key is fFjr_cle
                file status is cr_fFjr.

                select fAcc assign to "JournalAcces.dat"
                organization sequential
                access mode is sequential
                file status is cr_fAcc.

                select fTrf assign to "Transferts.dat"
                organization sequential
                access mode is sequential
                file status is cr_fTrf.

                select fRot assign to "Rotations.dat"
                organization sequential
                access mode is sequential
                file status is cr_fRot.

                select fRce assign to "RotationEnCours.dat"
                organization sequential
                access mode is sequential
                file status is cr_fRce.

                select fArc assign to ficArchive
                organization sequential
                access mode is sequential
                file status is cr_fArc.

                select fRtm assign to ficRotTemp
                organization sequential
                access mode is sequential
                file status is cr_fRtm.

        DATA DIVISION.

        FILE SECTION.
                02 fIn_quantite PIC 9(4).
                02 fIn_type PIC A(10).
                02 fIn_prix PIC 9(10).
                02 fIn_rayon PIC 9(4).
        FD fRec.
        01 tamp_fRec.
                02 fRec_id PIC 9(3).
                02 fRec_ingredient PIC A(30).
                02 fRec_quantite PIC 9(4).
                02 fRec_ordre PIC 9(3).
      *> Les quantites (fIn_quantite, fPot_quantite, fLot_quantite)
      *> restent le stock total ; la part en rayon de boutique est
      *> tenue a cote (fIn_rayon, fPot_rayon, fLot_rayon) et le reste
      *> est en reserve. fPot_rayonMin est le minimum a garder en
      *> rayon pour le reassort.
        FD fPot.
        01 tamp_fPot.
                02 fPot_nom PIC A(30).
                02 fPot_effet PIC A(30).
                02 fPot_sold PIC 9(4).
                02 fPot_prix PIC 9(4).
                02 fPot_rayon PIC 9(4).
                02 fPot_rayonMin PIC 9(4).
        FD fVen.
        01 tamp_fVen.
                02 fVen_id PIC 9(7).
                02 fVen_date PIC A(22).
                02 fVen_jour PIC A(8).
                02 fVen_nomPotion PIC A(30).
      *> Une ligne de retour client porte des valeurs negatives :
      *> tout cumul du registre donne ainsi directement le net.
                02 fVen_quantite PIC S9(4).
                02 fVen_Prix PIC S9(10).
                02 fVen_remise PIC S9(10).
                02 fVen_compte PIC A(30).
                02 fVen_recu PIC 9(5).
                02 fVen_ligneRecu PIC 9(2).
                02 fVen_taux PIC 9(2)V99.
                02 fVen_taxe PIC S9(10).

        FD fCom.
        01 tamp_fCom.
        01 tamp_fVenArch.
                02 fVenArch_date PIC A(22).
                02 fVenArch_nomPotion PIC A(30).
                02 fVenArch_quantite PIC S9(4).
                02 fVenArch_Prix PIC S9(10).
                02 fVenArch_compte PIC A(30).

        FD fVenTmp.
        01 tamp_fVenTmp.
                02 fVenTmp_date PIC A(22).
                02 fVenTmp_nomPotion PIC A(30).
                02 fVenTmp_quantite PIC S9(4).
                02 fVenTmp_Prix PIC S9(10).
                02 fVenTmp_compte PIC A(30).

        FD fCloture.
                02 fRcu_prixUnitaire PIC 9(4).
                02 fRcu_montant PIC 9(10).
                02 fRcu_remise PIC 9(10).
                02 fRcu_taux PIC 9(2)V99.
                02 fRcu_taxe PIC 9(10).

        FD fPro.
        01 tamp_fPro.
                02 fLot_quantite PIC 9(4).
                02 fLot_dateEntree PIC 9(8).
                02 fLot_datePeremption PIC 9(8).
                02 fLot_commande PIC 9(5).
                02 fLot_rayon PIC 9(4).

        FD fMvt.
        01 tamp_fMvt.
                02 fAjt_valeur PIC 9(10).
                02 fAjt_motif PIC 9.
                02 fAjt_operateur PIC A(30).
                02 fAjt_emplacement PIC 9.

        FD fImp.
        01 tamp_fImp PIC X(120).
                02 fHis_avant PIC X(60).
                02 fHis_apres PIC X(60).

      *> Avoir emis sur retour client : une ligne par ligne de recu
      *> retournee, etat B (bon, remis en stock) ou E (endommage).
        FD fAvo.
        01 tamp_fAvo.
                02 fAvo_cle.
                        03 fAvo_numero PIC 9(5).
                        03 fAvo_ligne PIC 9(2).
                02 fAvo_date PIC A(22).
                02 fAvo_compte PIC A(30).
                02 fAvo_recu PIC 9(5).
                02 fAvo_ligneRecu PIC 9(2).
                02 fAvo_potion PIC A(30).
                02 fAvo_quantite PIC 9(4).
                02 fAvo_etat PIC A(1).
                02 fAvo_prixUnitaire PIC 9(4).
                02 fAvo_montant PIC 9(10).
                02 fAvo_remise PIC 9(10).
                02 fAvo_operateur PIC A(30).
                02 fAvo_taux PIC 9(2)V99.
                02 fAvo_taxe PIC 9(10).

      *> Brassin : la ligne 000 est l'entete (potion, quantite
      *> brassee, unites pas encore vendues dans fBra_restant), les
      *> lignes suivantes les lots consommes (lot 0 = stock
      *> d'ingredient anterieur aux lots).
        FD fBra.
        01 tamp_fBra.
                02 fBra_cle.
                        03 fBra_numero PIC 9(5).
                        03 fBra_ligne PIC 9(3).
                02 fBra_potion PIC A(30).
                02 fBra_date PIC 9(8).
                02 fBra_operateur PIC A(30).
                02 fBra_quantite PIC 9(6).
                02 fBra_restant PIC 9(6).
                02 fBra_ingredient PIC A(30).
                02 fBra_lot PIC 9(5).
                02 fBra_commande PIC 9(5).
                02 fBra_coutUnitaire PIC 9(10).

      *> Tracabilite des sorties de potions par brassin : sens V
      *> (vente), R (retour en bon etat), E (retour endommage, non
      *> remis en stock), A (ajustement d'inventaire). Brassin 0 =
      *> unites sans brassin connu.
        FD fTrc.
        01 tamp_fTrc.
                02 fTrc_id PIC 9(7).
                02 fTrc_brassin PIC 9(5).
                02 fTrc_potion PIC A(30).
                02 fTrc_sens PIC A(1).
                02 fTrc_quantite PIC 9(4).
                02 fTrc_vente PIC 9(7).
                02 fTrc_recu PIC 9(5).
                02 fTrc_ligneRecu PIC 9(2).
                02 fTrc_compte PIC A(30).
                02 fTrc_jrn PIC 9(5).
                02 fTrc_date PIC 9(8).

      *> Rapport texte date (analyse des ventes, rapports batch).
        FD fRap.
        01 tamp_fRap PIC X(132).

      *> Grand livre en partie double : chaque piece porte des
      *> lignes au debit (D) et au credit (C) de meme total.
      *> fGl_jrn rattache la piece a la transaction journalisee qui
      *> l'a produite (0 hors transaction), pour la contre-passer si
      *> la transaction est annulee a la reprise.
        FD fGl.
        01 tamp_fGl.
                02 fGl_piece PIC 9(7).
                02 fGl_date PIC A(22).
                02 fGl_compte PIC 9(4).
                02 fGl_sens PIC A(1).
                02 fGl_montant PIC 9(10).
                02 fGl_libelle PIC A(30).
                02 fGl_jrn PIC 9(5).
                02 fGl_operateur PIC A(30).

      *> Mois passes par la cloture mensuelle : plus aucune ecriture
      *> n'y est admise.
        FD fPer.
        01 tamp_fPer.
                02 fPer_mois PIC X(6).
                02 fPer_date PIC A(22).
                02 fPer_operateur PIC A(30).

      *> Taux de taxe par effet de potion, applicable a partir de
      *> fTax_dateEffet ; l'effet DEFAUT couvre les effets sans taux
      *> propre. Les prix de vente s'entendent toutes taxes
      *> comprises : la taxe d'une ligne est extraite de son prix.
        FD fTax.
        01 tamp_fTax.
                02 fTax_cle.
                        03 fTax_effet PIC A(30).
                        03 fTax_dateEffet PIC 9(8).
                02 fTax_taux PIC 9(2)V99.
                02 fTax_operateur PIC A(30).

      *> Point de reprise de la fin de journee : une ligne par etape
      *> terminee dans la journee, avec son code retour.
        FD fFjr.
        01 tamp_fFjr.
                02 fFjr_cle.
                        03 fFjr_date PIC 9(8).
                        03 fFjr_etape PIC 9.
                02 fFjr_rc PIC 9(2).
                02 fFjr_heure PIC A(22).

      *> Journal des acces : chaque tentative de connexion et chaque
      *> geste d'administration d'un compte, avec l'operateur, le
      *> compte vise et, s'il y a lieu, la valeur avant et apres.
        FD fAcc.
        01 tamp_fAcc.
                02 fAcc_date PIC A(22).
                02 fAcc_operateur PIC A(30).
                02 fAcc_compte PIC A(30).
                02 fAcc_evenement PIC A(10).
                02 fAcc_avant PIC X(20).
                02 fAcc_apres PIC X(20).

      *> Transferts de stock entre rayon et reserve : une ligne par
      *> transfert, avec le numero de la transaction du journal.
        FD fTrf.
        01 tamp_fTrf.
                02 fTrf_date PIC A(22).
                02 fTrf_jrn PIC 9(5).
                02 fTrf_nature PIC A(1).
                02 fTrf_nom PIC A(30).
                02 fTrf_lot PIC 9(5).
                02 fTrf_origine PIC A(7).
                02 fTrf_destination PIC A(7).
                02 fTrf_quantite PIC 9(4).
                02 fTrf_operateur PIC A(30).

      *> Registre des rotations : une ligne par periode archivee
      *> (dernier mois clos couvert) avec les comptages deplaces.
        FD fRot.
        01 tamp_fRot.
                02 fRot_periode PIC X(6).
                02 fRot_date PIC A(22).
                02 fRot_nbJrn PIC 9(7).
                02 fRot_nbMvt PIC 9(7).
                02 fRot_nbCai PIC 9(7).
                02 fRot_nbHis PIC 9(7).
                02 fRot_operateur PIC A(30).

      *> Rotation en cours de remise en place : present tant que les
      *> fichiers de travail n'ont pas tous ete recopies sur les
      *> fichiers vivants.
        FD fRce.
        01 tamp_fRce.
                02 fRce_periode PIC X(6).
                02 fRce_nbJrn PIC 9(7).
                02 fRce_nbMvt PIC 9(7).
                02 fRce_nbCai PIC 9(7).
                02 fRce_nbHis PIC 9(7).

      *> Fichier d'archive d'une periode (JRN-, MVT-, CAI-, HIS-
      *> suivi du mois) et fichier de travail de la rotation : une
      *> ligne plate par enregistrement, comme les sauvegardes.
        FD fArc.
        01 tamp_fArc PIC X(250).

        FD fRtm.
        01 tamp_fRtm PIC X(250).

        WORKING-STORAGE SECTION.

        77 cr_fIn PIC 9(2).
        77 cr_fJrn PIC 9(2).
        77 cr_fExp PIC 9(2).
        77 ficExport PIC A(40).
        77 modeExecution PIC X(12).
        77 expLigne PIC X(150).
        77 expFin PIC 9.
        77 expCnt PIC 9(5).
        77 expSigneQte PIC X(1).
        77 expSignePrix PIC X(1).
        77 expQte PIC 9(4).
        77 expMontant PIC 9(10).
        77 ficCloture PIC A(40).
        77 compteActifId PIC A(30).
        77 rechercheFin PIC 9.
        77 recVerifPotTmp PIC A(30).
        77 clotureAnneeMois PIC A(6).
        77 clotureFin PIC 9.
        77 clotureTotalGeneral PIC S9(10).
        77 clotureTotalPotion PIC S9(10).
        77 clotureQteTotal PIC S9(6).
        77 clotureMontantEd PIC -9(10).
        77 clotureQteEd PIC -9(6).
        77 clotureLigne PIC X(80).
        77 margeFin PIC 9.
        77 margeFinIng PIC 9.
        77 crediterMontant PIC 9(10).
        77 achatTotalDebit PIC 9(10).
        77 auditeurOk PIC 9.
        77 auditeurChoix PIC 9(2).
        77 seedDejaFait PIC 9.
        77 seedFournisseurDejaFait PIC 9.
        77 seedCompteDejaFait PIC 9.
        77 connexionMotDePasse PIC X(30).
        77 connexionOk PIC 9.
        77 alchimisteOk PIC 9.
        77 alchimisteChoix PIC 9(2).
        77 clientOk PIC 9.
        77 clientChoix PIC 9.
        77 registreOk PIC 9.
        77 createRecettePotionOK2 PIC 9.
        77 createRecettePotionChoix PIC A(30).
        77 StatsPotFin PIC 9.
        77 totalMoney PIC S9(10).
        77 totalMoneyEd PIC -9(10).
        77 statsMois PIC X(6).
        77 StatsMaxEff PIC 9(4).
        77 StatsMaxEffF PIC 9(4).
        77 StatsMaxPot PIC 9(4).
        77 cliVenteTotal PIC 9(10).
        77 cliComFin PIC 9.
        77 venteNom PIC A(30).
        77 venteQuantite PIC S9(4).
        77 venteMontant PIC S9(10).
        77 stockRetraitNom PIC A(30).
        77 stockRetraitQte PIC 9(4).
        77 panierNb PIC 9(2).
        77 manNom PIC A(12).
        77 manLigne PIC X(80).
        77 manFin PIC 9.
        77 manNb PIC 9(3).
        77 manIdx PIC 9(3).
        77 restTousOk PIC 9.
        77 cr_fImp PIC 9(2).
        77 cr_fRej PIC 9(2).
        77 remiseCalc PIC 9(8).
        77 remiseUnitaire PIC 9(4).
        77 remiseDateJour PIC 9(8).
        77 venteRemise PIC S9(10).
        77 venteRecu PIC 9(5).
        77 venteLigneRecu PIC 9(2).
        77 rcuEcrRemise PIC 9(10).
        77 proNom PIC A(30).
        77 proPrix PIC 9(4).
        77 proTrouve PIC 9.
        77 admRemise PIC 9(2).
        77 prixPromoTexte PIC X(60).
        77 cr_fAvo PIC 9(2).
        77 avoProchainNumero PIC 9(5).
        77 avoNumero PIC 9(5).
        77 avoLigne PIC 9(2).
        77 avoChoix PIC 9(5).
        77 avoFin PIC 9.
        77 avoTrouve PIC 9.
        77 avoCnt PIC 9(2).
        77 avoTotal PIC 9(10).
        77 avoNet PIC S9(11).
        77 retRecu PIC 9(5).
        77 retCompte PIC A(30).
        77 retNbLignes PIC 9(2).
        77 retNb PIC 9(2).
        77 retIdx PIC 9(2).
        77 retSuite PIC 9.
        77 retOk PIC 9.
        77 retLigneChoix PIC 9(2).
        77 retQte PIC 9(4).
        77 retDispo PIC 9(4).
        77 retEtatChoix PIC 9.
        77 retTotal PIC 9(10).
        77 cr_fBra PIC 9(2).
        77 cr_fTrc PIC 9(2).
        77 braActif PIC 9.
        77 braNumero PIC 9(5).
        77 braLigne PIC 9(3).
        77 braProchainNumero PIC 9(5).
        77 braFin PIC 9.
        77 braTrouve PIC 9.
        77 braPrise PIC 9(6).
        77 braChoix PIC 9(5).
        77 trcProchainId PIC 9(7).
        77 trcFin PIC 9.
        77 trcPotion PIC A(30).
        77 trcQte PIC 9(4).
        77 trcPrise PIC 9(4).
        77 trcSens PIC A(1).
        77 trcVente PIC 9(7).
        77 trcRecu PIC 9(5).
        77 trcLigneRecu PIC 9(2).
        77 trcCompte PIC A(30).
        77 trcJrn PIC 9(5).
        77 trcBrassin PIC 9(5).
        77 rapChoix PIC 9.
        77 rapLot PIC 9(5).
        77 rapCommande PIC 9(5).
        77 rapNbLots PIC 9(3).
        77 rapNbBrassins PIC 9(3).
        77 rapIdx PIC 9(3).
        77 rapJdx PIC 9(3).
        77 rapDeja PIC 9.
        77 rapStock PIC 9(7).
        77 rapVendu PIC 9(7).
        77 rapClients PIC 9(5).
        77 retBraNb PIC 9(2).
        77 retBraIdx PIC 9(2).
        77 cr_fRap PIC 9(2).
        77 ficRapport PIC A(60).
        77 rapportLigne PIC X(132).
        77 anaDebut PIC 9(6).
        77 anaFin PIC 9(6).
        77 anaFinLect PIC 9.
        77 anaSource PIC A(1).
        77 anaArchPeriode PIC 9(7).
        77 anaMoisCle PIC 9(6).
        77 anaMoisPrec PIC 9(6).
        77 anaMoisAnPrec PIC 9(6).
        77 anaDernier PIC 9(6).
        77 anaProchain PIC 9(6).
        77 anaNom PIC A(30).
        77 anaEffet PIC A(30).
        77 anaQteLigne PIC S9(5).
        77 anaCALigne PIC S9(11).
        77 anaRemLigne PIC S9(11).
        77 anaNbMois PIC 9(3).
        77 anaNbPot PIC 9(3).
        77 anaNbEff PIC 9(3).
        77 anaIdx PIC 9(3).
        77 anaJdx PIC 9(3).
        77 anaKdx PIC 9(3).
        77 anaEcart PIC S9(13).
        77 cr_fGl PIC 9(2).
        77 cr_fPer PIC 9(2).
        77 glACreer PIC 9.
        77 glDebit PIC 9(4).
        77 glCredit PIC 9(4).
        77 glMontant PIC 9(10).
        77 glLibelle PIC A(30).
        77 glJrn PIC 9(5).
        77 glProchainePiece PIC 9(7).
        77 glFin PIC 9.
        77 glRefus PIC 9.
        77 glTrouve PIC 9.
        77 glChoix PIC 9.
        77 glOk PIC 9.
        77 glRang PIC 9(2).
        77 glNbComptes PIC 9(2).
        77 glIdx PIC 9(2).
        77 glCompte PIC 9(4).
        77 glCompteLib PIC A(30).
        77 glDebut PIC 9(8).
        77 glFinPeriode PIC 9(8).
        77 glEcart PIC 9(6).
        77 glSolde PIC S9(12).
        77 glSoldeEd PIC -9(12).
        77 glTotDebit PIC 9(12).
        77 glTotCredit PIC 9(12).
        77 glDebitEd PIC Z(11)9.
        77 glCreditEd PIC Z(11)9.
        77 glAnnNb PIC 9(2).
        77 glAnnIdx PIC 9(2).
        77 coutPotionNom PIC A(30).
        77 coutPotionUnitaire PIC 9(10).
        77 coutLigne PIC 9(10).
        77 coutFin PIC 9.
        77 trcCout PIC 9(10).
        77 braCout PIC 9(10).
        77 braCoutLigne PIC 9(10).
        77 clotureMoisCourant PIC X(6).
        77 cr_fTax PIC 9(2).
        77 taxPotion PIC A(30).
        77 taxEffet PIC A(30).
        77 taxDate PIC 9(8).
        77 taxTaux PIC 9(2)V99.
        77 taxBrut PIC S9(10).
        77 taxMontant PIC S9(10).
        77 taxProduit PIC S9(12)V99.
        77 taxDiviseur PIC 9(3)V99.
        77 taxTrouve PIC 9.
        77 taxFin PIC 9.
        77 taxDebut PIC 9(8).
        77 taxFinPeriode PIC 9(8).
        77 taxMois PIC X(6).
        77 taxMoisNum PIC 9(6).
        77 taxNb PIC 9(2).
        77 taxIdx PIC 9(2).
        77 taxBase PIC S9(12).
        77 taxTotVentes PIC S9(12).
        77 taxTotRetours PIC S9(12).
        77 taxTotBase PIC S9(12).
        77 taxTotTaxe PIC S9(12).
        77 taxTauxEd PIC Z9,99.
        77 taxVentesEd PIC -9(12).
        77 taxRetoursEd PIC -9(12).
        77 taxBaseEd PIC -9(12).
        77 taxTaxeEd PIC -9(12).
        77 venteTaux PIC 9(2)V99.
        77 venteTaxe PIC S9(10).
        77 rcuEcrTaux PIC 9(2)V99.
        77 rcuEcrTaxe PIC 9(10).
        77 rcuTotalTaxe PIC 9(10).
        77 rcuTotalNet PIC 9(10).
        77 avoTotalTaxe PIC 9(10).
        77 cr_fFjr PIC 9(2).
        77 fjActif PIC 9 VALUE 0.
        77 fjDate PIC 9(8).
        77 fjEtape PIC 9.
        77 fjEtapeNom PIC A(30).
        77 fjFait PIC 9.
        77 fjRc PIC 9(2).
        77 fjRcEtape PIC 9(2).
        77 fjSeuil PIC 9(4).
        77 cr_fAcc PIC 9(2).
        77 accOperateur PIC A(30).
        77 accCompte PIC A(30).
        77 accEvenement PIC A(10).
        77 accAvant PIC X(20).
        77 accApres PIC X(20).
        77 accRole PIC 9.
        77 accRoleLib PIC X(20).
        77 accRoleAvant PIC 9.
        77 accSoldeAvant PIC 9(10).
        77 accRemiseAvant PIC 9(2).
        77 accFiltre PIC A(30).
        77 accDebut PIC A(8).
        77 accFinPer PIC A(8).
        77 accFin PIC 9.
        77 accRetenu PIC 9.
        77 accHeure PIC 9(2).
        77 accHeureOuverture PIC 9(2) VALUE 8.
        77 accHeureFermeture PIC 9(2) VALUE 19.
        77 accCnt PIC 9(5).
        77 accHorsCnt PIC 9(5).
        77 accRoleCnt PIC 9(5).
        77 accEchIdx PIC 9(3).
        77 accEchNb PIC 9(3).
        77 accEchTrouve PIC 9.
        77 accEchTotal PIC 9(5).
        77 verRc PIC 9(2).
        77 verNbEcarts PIC 9(5).
        77 verNbInfos PIC 9(5).
        77 verNbArchives PIC 9(5).
        77 verFin PIC 9.
        77 verFin2 PIC 9.
        77 verTrouve PIC 9.
        77 verMoisClos PIC X(6).
        77 verNomVente PIC A(30).
        77 verQte PIC S9(9).
        77 verQte2 PIC S9(9).
        77 verMontant PIC S9(12).
        77 verMontant2 PIC S9(12).
        77 verSoldeCaisse PIC S9(12).
        77 verVentes PIC S9(12).
        77 verAcomptes PIC S9(12).
        77 verFournisseurs PIC S9(12).
        77 verEd PIC -(11)9.
        77 verTitre PIC X(60).
        77 verFichier PIC X(25).
        77 verCle PIC X(40).
        77 verLib1 PIC X(25).
        77 verVal1 PIC X(30).
        77 verLib2 PIC X(25).
        77 verVal2 PIC X(30).
        77 verCptIdx PIC 9(3).
        77 verCptNb PIC 9(3).
        77 verCptTrouve PIC 9.
        77 verCptCible PIC A(30).
        77 verDebordement PIC 9.
        77 cr_fTrf PIC 9(2).
        77 trfOk PIC 9.
        77 trfChoix PIC 9.
        77 trfNom PIC A(30).
        77 trfNature PIC A(1).
        77 trfSens PIC 9.
        77 trfQte PIC 9(4).
        77 trfLot PIC 9(5).
        77 trfDispo PIC 9(4).
        77 trfReserve PIC 9(4).
        77 trfRayonDispo PIC 9(4).
        77 trfRayonAvant PIC 9(4).
        77 trfLotRayonAvant PIC 9(4).
        77 trfValide PIC 9.
        77 trfOrigine PIC A(7).
        77 trfDestination PIC A(7).
        77 trfFin PIC 9.
        77 trfTrouve PIC 9.
        77 trfCnt PIC 9(4).
        77 trfLotsQte PIC 9(6).
        77 trfLotsRayon PIC 9(6).
        77 trfSansLotQte PIC 9(6).
        77 trfSansLotRayon PIC 9(6).
        77 trfMin PIC 9(4).
        77 trfStock PIC 9(4).
        77 rayonStockAvant PIC 9(4).
        77 rayonEcart PIC 9(4).
        77 rsrManque PIC 9(4).
        77 rsrReserve PIC 9(4).
        77 rsrAMonter PIC 9(4).
        77 rsrCnt PIC 9(4).
        77 lotConsoRayon PIC 9 VALUE 0.
        77 lotDispo PIC 9(4).
        77 lotPrixDefaut PIC 9(10).
        77 lotPrixPrise PIC 9(10).
        77 lotValeurPrise PIC 9(12).
        77 lotConsoValeur PIC 9(12).
        77 invEmplSaisi PIC 9.
        77 invQteLivre PIC 9(4).
        77 createRecetteReserve PIC 9(4).
        77 cr_fRot PIC 9(2).
        77 cr_fRce PIC 9(2).
        77 cr_fArc PIC 9(2).
        77 cr_fRtm PIC 9(2).
        77 ficArchive PIC X(60).
        77 ficRotTemp PIC X(60).
        77 rotPeriode PIC X(6).
        77 rotMois PIC 9(6).
        77 rotAnnee PIC 9(4).
        77 rotMoisMM PIC 9(2).
        77 rotMoisSuiv PIC 9(6).
        77 rotDateReport PIC 9(8).
        77 rotDateHeure PIC X(22).
        77 rotCode PIC X(3).
        77 rotFin PIC 9.
        77 rotDeja PIC 9.
        77 rotDebordement PIC 9.
        77 rotEnCours PIC 9.
        77 rotNbJrn PIC 9(7).
        77 rotNbMvt PIC 9(7).
        77 rotNbCai PIC 9(7).
        77 rotNbHis PIC 9(7).
        77 rotNet PIC S9(11).
        77 rotCptNb PIC 9(3).
        77 rotCptIdx PIC 9(3).
        77 rotCptTrouve PIC 9.
        77 rotJrnPasse PIC 9.
        77 rotJrnNb PIC 9(2).
        77 rotJrnIdx PIC 9(2).
        77 rotJrnId PIC 9(5).
        77 rotJrnMois PIC X(6).
        77 rotJrnTermine PIC 9.
        77 rotJrnMaxArch PIC 9(5).
        77 rotJrnMaxGarde PIC 9(5).
        77 fjNbPot PIC 9(2).
        77 fjIdx PIC 9(2).
        77 fjTrouve PIC 9.
        77 fjFin PIC 9.
        77 fjAvant PIC 9(5).
        77 fjApres PIC 9(5).
        77 fjServies PIC 9(5).
        77 anaTrouve PIC 9.
        77 anaCAReference PIC S9(11).
        77 anaVar PIC S9(7).
        77 anaVarEd PIC -9(6).
        77 anaVarTexte PIC X(10).
        77 anaVarPrecTexte PIC X(10).
        77 anaVarAnTexte PIC X(10).
        77 anaRemTexte PIC X(14).
        77 anaQteEd PIC -9(7).
        77 anaCAEd PIC -9(11).
        77 anaRemEd PIC -9(11).
        77 anaTotQte PIC S9(7).
        77 anaTotCA PIC S9(11).
        77 anaTotRem PIC S9(11).

        01 panierTable.
                02 panierLigne OCCURS 10 TIMES.
                        03 planIngredient PIC A(30).
                        03 planBesoin PIC 9(8).

      *> Verification : acomptes ouverts et debits de reservation
      *> par portefeuille client.
        01 verCptTable.
                02 verCptEntree OCCURS 500 TIMES.
                        03 verCptNom PIC A(30).
                        03 verCptOuvert PIC S9(12).
                        03 verCptDebit PIC S9(12).

      *> Journal des acces : echecs de connexion par compte vise.
        01 accEchTable.
                02 accEchEntree OCCURS 200 TIMES.
                        03 accEchCompte PIC A(30).
                        03 accEchCnt PIC 9(4).

      *> Rotation : report a nouveau par portefeuille client et
      *> lignes de la transaction en cours de lecture du journal.
        01 rotCptTable.
                02 rotCptEntree OCCURS 500 TIMES.
                        03 rotCptNom PIC A(30).
                        03 rotCptNet PIC S9(11).

        01 rotJrnTable.
                02 rotJrnLigne OCCURS 40 TIMES PIC X(135).

        01 manTable.
                02 manEntree OCCURS 200 TIMES.
                        03 manTabNom PIC A(12).
                        03 manTabCnt PIC 9(5).

      *> Fin de journee : potions ayant des reservations en attente.
        01 fjPotTable.
                02 fjPotLigne OCCURS 50 TIMES.
                        03 fjPotNom PIC A(30).

      *> Declaration de taxe : cumuls de la periode par taux, ventes
      *> des recus et retours des avoirs, toutes taxes comprises.
        01 taxTable.
                02 taxLigne OCCURS 20 TIMES.
                        03 taxTabTaux PIC 9(2)V99.
                        03 taxTabVentes PIC S9(12).
                        03 taxTabRetours PIC S9(12).
                        03 taxTabTaxe PIC S9(12).

        01 invTable.
                02 invLigne OCCURS 50 TIMES.
                        03 invNature PIC A(1).
                        03 invNom PIC A(30).
                        03 invEmpl PIC 9.
                        03 invLivre PIC 9(4).
                        03 invCompte PIC 9(4).
                        03 invPrixU PIC 9(10).

      *> Lignes du recu vise par un retour, rangees par numero de
      *> ligne, avec le cumul deja rendu (quantite et montant) par
      *> les avoirs anterieurs.
        01 retRecuTable.
                02 retRecuLigne OCCURS 10 TIMES.
                        03 retRcuPotion PIC A(30).
                        03 retRcuVendu PIC 9(4).
                        03 retRcuRendu PIC 9(4).
                        03 retRcuPrixU PIC 9(4).
                        03 retRcuRemise PIC 9(10).
                        03 retRcuTaux PIC 9(2)V99.
                        03 retRcuMontant PIC 9(10).
                        03 retRcuRembourse PIC 9(10).
        77 retCalc PIC 9(14).
        77 retLigneMontant PIC 9(10).
        77 retDejaRembourse PIC 9(10).

        01 retTable.
                02 retLigne OCCURS 10 TIMES.
                        03 retLigneRecu PIC 9(2).
                        03 retPotion PIC A(30).
                        03 retQuantite PIC 9(4).
                        03 retEtat PIC A(1).
                        03 retPrixU PIC 9(4).
                        03 retMontant PIC 9(10).
                        03 retRemise PIC 9(10).
                        03 retTaux PIC 9(2)V99.
                        03 retTaxe PIC 9(10).

      *> Rapport de rappel : lots vises, puis brassins les ayant
      *> consommes (sans doublon).
        01 rapLotTable.
                02 rapLotLigne OCCURS 50 TIMES.
                        03 rapLotId PIC 9(5).

        01 rapBraTable.
                02 rapBraLigne OCCURS 100 TIMES.
                        03 rapBraNumero PIC 9(5).

      *> Analyse des ventes : cumuls par mois (tous les mois lus,
      *> pour les comparaisons), par potion et par effet (mois de la
      *> periode demandee seulement). anaMoisVen compte les lignes
      *> du registre courant, seules a porter la remise accordee.
        01 anaMoisTable.
                02 anaMoisLigne OCCURS 240 TIMES.
                        03 anaMois PIC 9(6).
                        03 anaMoisQte PIC S9(7).
                        03 anaMoisCA PIC S9(11).
                        03 anaMoisRemise PIC S9(11).
                        03 anaMoisVen PIC 9(7).
                        03 anaMoisArch PIC 9(7).

        01 anaPotTable.
                02 anaPotLigne OCCURS 200 TIMES.
                        03 anaPotNom PIC A(30).
                        03 anaPotEffet PIC A(30).
                        03 anaPotQte PIC S9(7).
                        03 anaPotCA PIC S9(11).
                        03 anaPotRemise PIC S9(11).

        01 anaEffTable.
                02 anaEffLigne OCCURS 60 TIMES.
                        03 anaEffNom PIC A(30).
                        03 anaEffQte PIC S9(7).
                        03 anaEffCA PIC S9(11).
                        03 anaEffRemise PIC S9(11).

      *> Grand livre : cumuls par compte du plan (balance), et
      *> solde net par compte des pieces d'une transaction a
      *> contre-passer.
        01 glBalTable.
                02 glBalLigne OCCURS 20 TIMES.
                        03 glBalCompte PIC 9(4).
                        03 glBalAvant PIC S9(12).
                        03 glBalDebit PIC 9(12).
                        03 glBalCredit PIC 9(12).

        01 glAnnTable.
                02 glAnnLigne OCCURS 20 TIMES.
                        03 glAnnCompte PIC 9(4).
                        03 glAnnNet PIC S9(12).

      *> Net vendu par brassin sur une ligne de recu, pour rendre a
      *> chaque brassin les unites retournees en bon etat.
        01 retBraTable.
                02 retBraLigne OCCURS 20 TIMES.
                        03 retBraNumero PIC 9(5).
                        03 retBraNet PIC S9(5).



        PROCEDURE DIVISION.
        end-if
        close fPro

        open i-o fAvo
        if cr_fAvo = 35
        then
                open output fAvo
        end-if
        close fAvo

        open i-o fBra
        if cr_fBra = 35
        then
                open output fBra
        end-if
        close fBra

        open i-o fTrc
        if cr_fTrc = 35
        then
                open output fTrc
        end-if
        close fTrc

      *> Le grand livre cree ici recevra, apres l'amorce eventuelle
      *> du catalogue, les soldes a nouveau des fichiers existants.
        move 0 to glACreer
        open i-o fGl
        if cr_fGl = 35
        then
                move 1 to glACreer
                open output fGl
        end-if
        close fGl

        open i-o fPer
        if cr_fPer = 35
        then
                open output fPer
        end-if
        close fPer

      *> Un taux par defaut est pose a la creation du fichier des
      *> taux ; les taux par effet se definissent en gestion des prix.
        open i-o fTax
        if cr_fTax = 35
        then
                open output fTax
                move "DEFAUT" to fTax_effet
                move 20000101 to fTax_dateEffet
                move 20 to fTax_taux
                move spaces to fTax_operateur
                write tamp_fTax
        end-if
        close fTax

        open i-o fFjr
        if cr_fFjr = 35
        then
                open output fFjr
        end-if
        close fFjr

        open i-o fAcc
        if cr_fAcc = 35
        then
                open output fAcc
        end-if
        close fAcc

        open i-o fTrf
        if cr_fTrf = 35
        then
                open output fTrf
        end-if
        close fTrf

        open i-o fRot
        if cr_fRot = 35
        then
                open output fRot
        end-if
        close fRot

      *> Une rotation arretee pendant la recopie des fichiers de
      *> travail sur les fichiers vivants est menee a son terme avant
      *> toute autre reprise : le journal doit etre entier pour etre
      *> relu.
        perform TerminerRotationInterrompue

      *> Reprise sur incident : si le journal des transactions se
      *> termine sur une operation sans marque de fin, la machine
      *> s'est arretee en plein milieu et on repare avant d'ouvrir
        if seedDejaFait = 0 then

        open i-o fIn
      *> Le stock d'amorce est range en reserve.
        move 0 to fIn_rayon
        move "Cloche de feu" to fIn_nomIn
        move 771 to fIn_quantite
        move "plante" to fIn_type
      *> a prix nul est bloquee a la vente.
        move 0 to fPot_sold
        move 0 to fPot_prix
      *> Les potions d'amorce sont en rayon, sans minimum fixe.
        move 0 to fPot_rayonMin
        move "Vol d hirondelle" to fPot_nom
        move 0 to fPot_quantite
        move "Levitation" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Vision de chat" to fPot_nom
        move 2 to fPot_quantite
        move "Nyctalopie" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Tache de salamandre" to fPot_nom
        move 1 to fPot_quantite
        move "Potion de feu" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Poudre de perlinpinpin" to fPot_nom
        move 0 to fPot_quantite
        move "Prestance" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Suraux mortel" to fPot_nom
        move 0 to fPot_quantite
        move "Poison" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Tempete de Zeus" to fPot_nom
        move 5 to fPot_quantite
        move "Foudre" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Caresse d Aphrodite" to fPot_nom
        move 0 to fPot_quantite
        move "Charme" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Crachat de goblin" to fPot_nom
        move 0 to fPot_quantite
        move "Acide" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Rage d Odin" to fPot_nom
        move 11 to fPot_quantite
        move "Bersserker" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Soufle de volcan" to fPot_nom
        move 0 to fPot_quantite
        move "Explosion" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Reve hesoterique" to fPot_nom
        move 0 to fPot_quantite
        move "Halucination (LSD)" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Source Divine" to fPot_nom
        move 0 to fPot_quantite
        move "Soin" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Disimulation du doppelganger" to fPot_nom
        move 0 to fPot_quantite
        move "Changement d apparence" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Etoile du matin" to fPot_nom
        move 0 to fPot_quantite
        move "Lumiere" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Voile misterieux" to fPot_nom
        move 0 to fPot_quantite
        move "Viosion etherer" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Benediction des fee" to fPot_nom
        move 0 to fPot_quantite
        move "Potion de mana" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Soulevement " to fPot_nom
        move 0 to fPot_quantite
        move "Necromancy" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Euphytose nuit" to fPot_nom
        move 0 to fPot_quantite
        move "Sommeil" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Pointe de quenouille" to fPot_nom
        move 0 to fPot_quantite
        move "Sommeil" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Aide du destin" to fPot_nom
        move 0 to fPot_quantite
        move "Resistance" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Brume gelante" to fPot_nom
        move 0 to fPot_quantite
        move "Gele" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Action furtive" to fPot_nom
        move 0 to fPot_quantite
        move "Invisibilite" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Poudre d escampette" to fPot_nom
        move 0 to fPot_quantite
        move "Vitesse" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Veritaphilis" to fPot_nom
        move 0 to fPot_quantite
        move "Veriter" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Scaphandre de triton" to fPot_nom
        move 0 to fPot_quantite
        move "Respiration sous l eau" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot

        move "Rythe des statues" to fPot_nom
        move 0 to fPot_quantite
        move "Immobilisation" to fPot_effet
        move fPot_quantite to fPot_rayon
        write tamp_fPot
        display cr_fPot
        if cr_fPot = 35

        end-if

        if glACreer = 1 then
                perform OuvrirGrandLivre
        end-if

      *> Modes batch : lances avec un argument sur la ligne de
      *> commande, sans aucune saisie operateur ni passage par les
      *> menus. EXPORT ecrit les extraits comptables ; SAUVEGARDE
      *> [jeu] copie les fichiers vivants dans un jeu date avec
      *> manifeste des comptages ; RESTAURE jeu remet un jeu en
      *> place apres verification des comptages ; IMPORT fichier
      *> charge une liste de prix delimitee ; FINJOURNEE [seuil]
      *> enchaine les traitements du soir ; ROTATION archive les
      *> periodes closes des journaux ; VERIFICATION controle que
      *> les fichiers concordent entre eux. Le premier mot est le
      *> mode, le second l'eventuel nom de jeu, de fichier ou le
      *> seuil d'alerte.
        accept ligneCommande from command-line
        move spaces to modeExecution
        move spaces to sauvNomSet
                perform ImportFichier
                stop run
        end-if
        if modeExecution = "FINJOURNEE"
        then
                perform FinDeJournee
                stop run
        end-if
        if modeExecution = "ROTATION"
        then
                perform RotationJournaux
                stop run
        end-if
        if modeExecution = "VERIFICATION"
        then
                perform VerificationFichiers
                stop run
        end-if

        display "Witch and Apothecary"
        display "Menu de connexion"
                        accept fCom_id
                        display "Mot de Passe : "
                        accept connexionMotDePasse
                        move fCom_id to accOperateur
                        move fCom_id to accCompte
                        move spaces to accAvant
                        move spaces to accApres
                        read fCom
                        invalid key
                                display "L'identifiant n'existe pas"
                                move "ECHEC-ID" to accEvenement
                                perform EcrireAcces
                        not invalid key
                            if fCom_verrou = 1 then
                                display "Compte verrouille apres",
                                   " echecs repetes, demandez a",
                                   " l alchimiste de le deverrouiller"
                                move "VERROUILLE" to accEvenement
                                perform EcrireAcces
                            else
                                move connexionMotDePasse to mdpClair
                                perform HacherMotDePasse
                                        rewrite tamp_fCom end-rewrite
                                        move 1 to connexionOk
                                        move fCom_id to compteActifId
                                        move "CONNEXION" to accEvenement
                                        move fCom_role to accRole
                                        perform LibelleRoleAcces
                                        move accRoleLib to accApres
                                        perform EcrireAcces
                                        evaluate fCom_role
                                        when 0
                                           move 0 to roleUser
                                        end-evaluate
                                else
                                        add 1 to fCom_echecs
                                        move "ECHEC-MDP" to accEvenement
                                        move fCom_echecs to accApres
                                        perform EcrireAcces
                                        if fCom_echecs >= 3 then
                                             move 1 to fCom_verrou
                                             display "Compte",
                                                " verrouille apres 3",
                                                " echecs"
                                             move "BLOCAGE"
                                                to accEvenement
                                             move "0" to accAvant
                                             move "1" to accApres
                                             perform EcrireAcces
                                        end-if
                                        rewrite tamp_fCom end-rewrite
                                        display "Mot de passe",
                display "23- Plan de production"
                display "24- Etat de la caisse"
                display "25- Inventaire physique"
                display "26- Retour client sur recu (avoir)"
                display "27- Comptabilite (grand livre)"
                display "28- Rayon et reserve"
                display "0- Quitter"
                accept alchimisteChoix
                if alchimisteChoix >= 0 and alchimisteChoix < 29 then
                        move 1 to alchimisteOk
                else
                        display "Saisie incorrecte"
                        perform EtatCaisse
                when 25
                        perform InventairePhysique
                when 26
                        perform RetournerPotion
                when 27
                        perform Comptabilite
                when 28
                        perform GestionEmplacements
                when 0
                        display "Vous quittez."
        end-evaluate.
                display "5- Marge des potions"
                display "6- Changer mon mot de passe"
                display "7- Historique du catalogue"
                display "8- Tracabilite des brassins"
                display "9- Analyse des ventes"
                display "10- Comptabilite (grand livre)"
                display "11- Journal des acces"
                display "0- Quitter"
                accept auditeurChoix
                if auditeurChoix >= 0 and auditeurChoix < 12 then
                        move 1 to auditeurOk
                else
                        display "Saisie incorrecte"
                        perform ChangerMotDePasse
                when 7
                        perform HistoriqueCatalogue
                when 8
                        perform TracabiliteBrassins
                when 9
                        perform AnalyseVentes
                when 10
                        perform Comptabilite
                when 11
                        perform JournalAcces
                when 0
                        display "Vous quittez."
        end-evaluate.
                            perform MouvementCaisse
                        end-read
                        close fCom
                        move 6070 to glDebit
                        move 5300 to glCredit
                        move recCommandeMontant to glMontant
                        move "ACHAT INGREDIENTS" to glLibelle
                        move jrnEcrId to glJrn
                        perform PasserEcriture
                        move 4110 to glDebit
                        move 5310 to glCredit
                        move "CMD FOURNISSEUR" to glLibelle
                        perform PasserEcriture

                        open i-o fCmd
                        move recCommandeId to fCmd_id
            move recCommandeId to jrnEcrNbVentes
            perform EcrireJournal

            move 0 to glMontant
            open i-o fCmd
            move recCommandeId to fCmd_id
            read fCmd
            not invalid key
                 move 1 to fCmd_statut
                 rewrite tamp_fCmd end-rewrite
                 multiply fCmd_quantite by fCmd_prixUnitaire
                    giving glMontant
            end-read
            close fCmd
      *> Le stock livre entre en inventaire a son prix d'achat.
            move 3100 to glDebit
            move 6070 to glCredit
            move "RECEPTION COMMANDE" to glLibelle
            move jrnEcrId to glJrn
            perform PasserEcriture

            open i-o fIn
            move nomIng to fIn_nomIn
      *> Chaque reception forme un lot date avec une date limite
      *> d'utilisation : le brassage consommera toujours le lot le
      *> plus proche de sa peremption d'abord. Le numero de lot est
      *> celui annonce dans l'intention journalisee ci-dessus. Une
      *> livraison entre en reserve.
            open i-o fLot
            move lotProchainId to fLot_id
            move nomIng to fLot_ingredient
            move recCommandeQuantite to fLot_quantite
            move recCommandeId to fLot_commande
            move 0 to fLot_rayon
            move function current-date(1:8) to fLot_dateEntree
            move function current-date(1:8) to lotDateNum
            move function integer-of-date(lotDateNum)
                           display "Fournisseur a relancer :",
                              attFouNom
                           add 1 to attCnt
                           if fjActif = 1 then
                                move spaces to rapportLigne
                                string "RETARD commande #"
                                   delimited by size
                                   fCmd_id delimited by size
                                   " " delimited by size
                                   fCmd_ingredient delimited by size
                                   " echeance:" delimited by size
                                   attDateAff delimited by size
                                   " retard:" delimited by size
                                   attEcart delimited by size
                                   "j fournisseur:" delimited by size
                                   attFouNom delimited by size
                                   into rapportLigne
                                end-string
                                perform FjDetail
                           end-if
                      end-if
                 end-if
            end-read
               display "1- Afficher les lots"
               display "2- Lots proches de la peremption"
               display "3- Mettre au rebut les lots perimes"
               display "4- Tracabilite des brassins"
               display "0- Quitter"
               accept lotChoix
               if lotChoix >= 0 and lotChoix < 5 then
                       move 1 to lotOk
               else
                       display "Saisie incorrecte"
               perform LotsProchesPeremption
           when 3
               perform RebutLotsPerimes
           when 4
               perform TracabiliteBrassins
           when 0
               display "Vous quittez."
       end-evaluate
            read fLot next
            at end move 1 to lotFin
            not at end
                 if fLot_quantite > 0 then
                      display " "
                      display "Lot #", fLot_id
                      display "--------------------------------------"
                      display "Ingredient :", fLot_ingredient
                      display "Quantite :", fLot_quantite
                      display "En rayon :", fLot_rayon
                      display "Entre le :", fLot_dateEntree
                      display "Peremption :", fLot_datePeremption
                      if fLot_commande > 0 then
                           display "Commande :", fLot_commande
                      end-if
                 end-if
            end-read
       end-perform
       close fLot.
                 move fLot_datePeremption to lotDateNum
                 move function integer-of-date(lotDateNum)
                    to lotEcheance
                 if fLot_quantite = 0 then
                      continue
                 else
                 if lotEcheance < lotAujourdhui then
                      display " "
                      display "Lot #", fLot_id, " ",
                           add 1 to lotCnt
                      end-if
                 end-if
                 end-if
            end-read
       end-perform
       close fLot
       display "Lots a surveiller :", lotCnt.

      *> Mise au rebut des lots perimes : la quantite de chaque lot
      *> perime est sortie du stock global puis le lot est remis a
      *> zero (il reste au fichier pour la tracabilite des
      *> brassins), pour que le chiffre du stock reste honnete.
       RebutLotsPerimes.

       move function current-date(1:8) to lotDateNum
                 read fLot next
                 at end move 1 to lotScanFin
                 not at end
                      if fLot_datePeremption < lotDateNum
                         and fLot_quantite > 0 then
                           move fLot_id to lotPlusVieux
                           move 1 to lotTrouve
                           move 1 to lotScanFin
                      display "Lot #", fLot_id, " ",
                         fLot_ingredient, " qte:", fLot_quantite,
                         " perime le ", fLot_datePeremption
                      if fjActif = 1 then
                           move spaces to rapportLigne
                           string "REBUT lot #" delimited by size
                              fLot_id delimited by size
                              " " delimited by size
                              fLot_ingredient delimited by size
                              " qte:" delimited by size
                              fLot_quantite delimited by size
                              " perime le " delimited by size
                              fLot_datePeremption delimited by size
                              into rapportLigne
                           end-string
                           perform FjDetail
                      end-if
                      move 0 to glMontant
                      open i-o fIn
                      move fLot_ingredient to fIn_nomIn
                      read fIn
                      invalid key
                           continue
                      not invalid key
                           move fIn_prix to lotPrixDefaut
                           move fLot_quantite to braPrise
                           move 0 to lotConsoValeur
                           perform ValoriserPriseLot
                           move lotConsoValeur to glMontant
                           if fIn_quantite > fLot_quantite then
                                subtract fLot_quantite
                                   from fIn_quantite
                           else
                                move 0 to fIn_quantite
                           end-if
                           if fIn_rayon > fLot_rayon then
                                subtract fLot_rayon from fIn_rayon
                           else
                                move 0 to fIn_rayon
                           end-if
                           if fIn_rayon > fIn_quantite then
                                move fIn_quantite to fIn_rayon
                           end-if
                           rewrite tamp_fIn end-rewrite
                      end-read
                      close fIn
                      add fLot_quantite to lotPerimeQte
                      add 1 to lotCnt
                      move 0 to fLot_quantite
                      move 0 to fLot_rayon
                      rewrite tamp_fLot end-rewrite
                 end-read
                 close fLot
                 move 6580 to glDebit
                 move 3100 to glCredit
                 move "REBUT LOT PERIME" to glLibelle
                 move 0 to glJrn
                 perform PasserEcriture
            end-if
       end-perform
       display "---------------------------------------"
       display "Lots mis au rebut :", lotCnt
       display "Quantite sortie du stock :", lotPerimeQte.

      *> Menu Rayon et reserve : une partie du stock est en rayon de
      *> boutique, le reste en reserve. Les clients n'achetent et ne
      *> sont servis qu'en rayon, le brassage puise en reserve et
      *> les livraisons y entrent ; chaque deplacement est une
      *> transaction journalisee avec sa ligne dans Transferts.dat.
       GestionEmplacements.

       move 0 to trfOk
       perform with test after until trfOk = 1
               display " "
               display "=======RAYON ET RESERVE======="
               display "1- Transferer des potions"
               display "2- Transferer des ingredients"
               display "3- Minimum en rayon d une potion"
               display "4- Reassort du rayon"
               display "5- Historique des transferts"
               display "0- Quitter"
               accept trfChoix
               if trfChoix >= 0 and trfChoix < 6 then
                       move 1 to trfOk
               else
                       display "Saisie incorrecte"
               end-if
       end-perform
       evaluate trfChoix
           when 1
               perform TransfererPotion
           when 2
               perform TransfererIngredient
           when 3
               perform FixerMinimumRayon
           when 4
               perform ReassortRayon
           when 5
               perform HistoriqueTransferts
           when 0
               display "Vous quittez."
       end-evaluate
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

      *> Sens et quantite d'un transfert : trfReserve et
      *> trfRayonDispo sont les quantites deplacables de chaque cote.
       SaisirSensTransfert.

       display "Sens : 1- reserve vers rayon 2- rayon vers reserve"
       accept trfSens
       evaluate trfSens
           when 1
               move "RESERVE" to trfOrigine
               move "RAYON" to trfDestination
               move trfReserve to trfDispo
           when 2
               move "RAYON" to trfOrigine
               move "RESERVE" to trfDestination
               move trfRayonDispo to trfDispo
           when other
               display "Saisie incorrecte"
               move 0 to trfValide
       end-evaluate
       if trfValide = 1 then
            display "Quantite a deplacer :"
            accept trfQte
            if trfQte = 0 or trfQte > trfDispo then
                 display "Quantite impossible, disponible en ",
                    trfOrigine, " :", trfDispo
                 move 0 to trfValide
            end-if
       end-if.

      *> Transfert de potions entre reserve et rayon. Une montee en
      *> rayon sert aussitot les reservations en attente.
       TransfererPotion.

       display "Potion a deplacer :"
       accept trfNom
       move 0 to trfValide
       open input fPot
       move trfNom to fPot_nom
       read fPot
       invalid key
            display "Pas de potion portant ce nom"
       not invalid key
            subtract fPot_rayon from fPot_quantite giving trfReserve
            move fPot_rayon to trfRayonDispo
            move fPot_rayon to trfRayonAvant
            display "En rayon :", fPot_rayon, " en reserve :",
               trfReserve
            move 1 to trfValide
       end-read
       close fPot
       if trfValide = 1 then
            perform SaisirSensTransfert
       end-if
       if trfValide = 1 then
      *> Intention journalisee : la reprise remet le rayon d'avant
      *> si la ligne de transfert n'a pas ete ecrite.
            perform ProchainIdJournal
            move jrnProchainId to jrnEcrId
            move "TRANSPOT" to jrnEcrType
            move "D" to jrnEcrEtape
            move compteActifId to jrnEcrCompte
            move 0 to jrnEcrMontant
            move 0 to jrnEcrSoldeAvant
            move trfNom to jrnEcrPotion
            move trfQte to jrnEcrQte
            move trfRayonAvant to jrnEcrStockAvant
            move 0 to jrnEcrVenduAvant
            move 0 to jrnEcrNbVentes
            perform EcrireJournal

            open i-o fPot
            move trfNom to fPot_nom
            read fPot
            invalid key
                 display "Pas de potion portant ce nom"
            not invalid key
                 if trfSens = 1 then
                      add trfQte to fPot_rayon
                 else
                      subtract trfQte from fPot_rayon
                 end-if
                 rewrite tamp_fPot end-rewrite
            end-read
            close fPot
            move "P" to trfNature
            move 0 to trfLot
            perform EcrireTransfert
            move "F" to jrnEcrEtape
            perform EcrireJournal
            display trfQte, " ", function trim(trfNom), " de ",
               trfOrigine, " vers ", trfDestination
            if trfSens = 1 then
                 move trfNom to resPotionCible
                 perform ServirReservations
            end-if
       end-if.

      *> Transfert d'ingredient, lot par lot ; le lot 0 designe le
      *> stock sans lot (amorce ou ajustement d'inventaire).
       TransfererIngredient.

       display "Ingredient a deplacer :"
       accept trfNom
       move 0 to trfValide
       open input fIn
       move trfNom to fIn_nomIn
       read fIn
       invalid key
            display "Pas d'ingredient avec ce nom existant"
       not invalid key
            move fIn_rayon to trfRayonAvant
            move fIn_quantite to trfStock
            subtract fIn_rayon from fIn_quantite giving trfReserve
            display "En rayon :", fIn_rayon, " en reserve :",
               trfReserve
            move 1 to trfValide
       end-read
       close fIn
       move 0 to trfLotRayonAvant
       if trfValide = 1 then
            display "Numero de lot (0 = stock sans lot) :"
            accept trfLot
            if trfLot > 0 then
                 move 0 to trfValide
                 open input fLot
                 move trfLot to fLot_id
                 read fLot
                 invalid key
                      display "Lot inconnu"
                 not invalid key
                      if fLot_ingredient not = trfNom then
                           display "Ce lot est d un autre",
                              " ingredient"
                      else
                           move fLot_rayon to trfLotRayonAvant
                           move fLot_rayon to trfRayonDispo
                           subtract fLot_rayon from fLot_quantite
                              giving trfReserve
                           display "Lot #", fLot_id, " en rayon :",
                              fLot_rayon, " en reserve :",
                              trfReserve
                           move 1 to trfValide
                      end-if
                 end-read
                 close fLot
            else
                 perform CumulerLotsIngredient
                 display "Sans lot en rayon :", trfRayonDispo,
                    " en reserve :", trfReserve
            end-if
       end-if
       if trfValide = 1 then
            perform SaisirSensTransfert
       end-if
       if trfValide = 1 then
      *> Le rayon de l'ingredient voyage dans fJrn_stockAvant, celui
      *> du lot dans fJrn_soldeAvant et le numero de lot dans
      *> fJrn_nbVentes.
            perform ProchainIdJournal
            move jrnProchainId to jrnEcrId
            move "TRANSING" to jrnEcrType
            move "D" to jrnEcrEtape
            move compteActifId to jrnEcrCompte
            move 0 to jrnEcrMontant
            move trfLotRayonAvant to jrnEcrSoldeAvant
            move trfNom to jrnEcrPotion
            move trfQte to jrnEcrQte
            move trfRayonAvant to jrnEcrStockAvant
            move 0 to jrnEcrVenduAvant
            move trfLot to jrnEcrNbVentes
            perform EcrireJournal

            open i-o fIn
            move trfNom to fIn_nomIn
            read fIn
            invalid key
                 display "Pas d'ingredient avec ce nom existant"
            not invalid key
                 if trfSens = 1 then
                      add trfQte to fIn_rayon
                 else
                      subtract trfQte from fIn_rayon
                 end-if
                 rewrite tamp_fIn end-rewrite
            end-read
            close fIn
            if trfLot > 0 then
                 open i-o fLot
                 move trfLot to fLot_id
                 read fLot
                 invalid key
                      display "Lot inconnu"
                 not invalid key
                      if trfSens = 1 then
                           add trfQte to fLot_rayon
                      else
                           subtract trfQte from fLot_rayon
                      end-if
                      rewrite tamp_fLot end-rewrite
                 end-read
                 close fLot
            end-if
            move "I" to trfNature
            perform EcrireTransfert
            move "F" to jrnEcrEtape
            perform EcrireJournal
            display trfQte, " ", function trim(trfNom), " de ",
               trfOrigine, " vers ", trfDestination
       end-if.

      *> Part sans lot de l'ingredient trfNom : stock et rayon de
      *> l'ingredient moins ce que portent ses lots.
       CumulerLotsIngredient.

       move 0 to trfLotsQte
       move 0 to trfLotsRayon
       open input fLot
       move 0 to trfFin
       perform with test after until trfFin = 1
            read fLot next
            at end move 1 to trfFin
            not at end
                 if fLot_ingredient = trfNom then
                      add fLot_quantite to trfLotsQte
                      add fLot_rayon to trfLotsRayon
                 end-if
            end-read
       end-perform
       close fLot
       move 0 to trfSansLotQte
       move 0 to trfSansLotRayon
       if trfStock > trfLotsQte then
            subtract trfLotsQte from trfStock giving trfSansLotQte
       end-if
       if trfRayonAvant > trfLotsRayon then
            subtract trfLotsRayon from trfRayonAvant
               giving trfSansLotRayon
       end-if
       if trfSansLotRayon > trfSansLotQte then
            move trfSansLotQte to trfSansLotRayon
       end-if
       move trfSansLotRayon to trfRayonDispo
       subtract trfSansLotRayon from trfSansLotQte
          giving trfReserve.

      *> Ligne d'audit du transfert courant, rattachee a sa
      *> transaction du journal.
       EcrireTransfert.

       open extend fTrf
       move function current-date to fTrf_date
       move jrnEcrId to fTrf_jrn
       move trfNature to fTrf_nature
       move trfNom to fTrf_nom
       move trfLot to fTrf_lot
       move trfOrigine to fTrf_origine
       move trfDestination to fTrf_destination
       move trfQte to fTrf_quantite
       move compteActifId to fTrf_operateur
       write tamp_fTrf
       close fTrf.

      *> Minimum a garder en rayon, base du reassort.
       FixerMinimumRayon.

       display "Potion :"
       accept trfNom
       open i-o fPot
       move trfNom to fPot_nom
       read fPot
       invalid key
            display "Pas de potion portant ce nom"
       not invalid key
            perform DecrirePotion
            move hisValeur to hisAvant
            display "Minimum actuel en rayon :", fPot_rayonMin
            display "Nouveau minimum :"
            accept trfMin
            move trfMin to fPot_rayonMin
            rewrite tamp_fPot end-rewrite
            perform DecrirePotion
            move hisValeur to hisApres
            move "MODIF" to hisAction
            move "POTION" to hisFichier
            move trfNom to hisCle
            perform JournaliserCatalogue
            display "Minimum en rayon mis a jour."
       end-read
       close fPot.

      *> Reassort du rayon : pour chaque potion sous son minimum en
      *> rayon, ce qu'il faut monter de la reserve, plafonne a ce que
      *> la reserve contient (ReassortRayon-AAAAMMJJ.txt).
       ReassortRayon.

       move spaces to ficRapport
       string "ReassortRayon-" delimited by size
          function current-date(1:8) delimited by size
          ".txt" delimited by size
          into ficRapport
       end-string
       open output fRap
       display " "
       move "=======REASSORT DU RAYON=======" to rapportLigne
       perform EcrireLigneRapport
       move 0 to rsrCnt
       open input fPot
       move 0 to trfFin
       perform with test after until trfFin = 1
            read fPot next
            at end move 1 to trfFin
            not at end
                 if fPot_rayon < fPot_rayonMin then
                      subtract fPot_rayon from fPot_rayonMin
                         giving rsrManque
                      subtract fPot_rayon from fPot_quantite
                         giving rsrReserve
                      if rsrReserve < rsrManque then
                           move rsrReserve to rsrAMonter
                      else
                           move rsrManque to rsrAMonter
                      end-if
                      move spaces to rapportLigne
                      string fPot_nom delimited by size
                         " rayon:" delimited by size
                         fPot_rayon delimited by size
                         " min:" delimited by size
                         fPot_rayonMin delimited by size
                         " reserve:" delimited by size
                         rsrReserve delimited by size
                         " a monter:" delimited by size
                         rsrAMonter delimited by size
                         into rapportLigne
                      end-string
                      perform EcrireLigneRapport
                      if rsrAMonter < rsrManque then
                           move "   reserve insuffisante, a brasser"
                              to rapportLigne
                           perform EcrireLigneRapport
                      end-if
                      add 1 to rsrCnt
                 end-if
            end-read
       end-perform
       close fPot
       move spaces to rapportLigne
       string "Potions a reassortir : " delimited by size
           rsrCnt delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       close fRap
       display "Rapport ecrit dans ", ficRapport.

       HistoriqueTransferts.

       display " "
       display "=======HISTORIQUE DES TRANSFERTS======="
       move 0 to trfCnt
       open input fTrf
       move 0 to trfFin
       perform with test after until trfFin = 1
            read fTrf next
            at end move 1 to trfFin
            not at end
                 display " "
                 display "Date :", fTrf_date(1:8)
                 if fTrf_nature = "I" then
                      display "Ingredient :", fTrf_nom,
                         " lot :", fTrf_lot
                 else
                      display "Potion :", fTrf_nom
                 end-if
                 display fTrf_quantite, " de ", fTrf_origine,
                    " vers ", fTrf_destination
                 display "Operateur :", fTrf_operateur
                 add 1 to trfCnt
            end-read
       end-perform
       close fTrf
       display "---------------------------------------"
       display "Transferts :", trfCnt.

      *> Prochain numero de lot : plus grand id du fichier plus un.
       ProchainIdLot.

       move 0 to lotProchainId
       open input fLot
       move 0 to lotFin
       perform with test after until lotFin = 1
            read fLot next
            at end move 1 to lotFin
            not at end
                 if fLot_id > lotProchainId then
                      move fLot_id to lotProchainId
                 end-if
            end-read
       end-perform
       close fLot
       add 1 to lotProchainId.

      *> Consomme lotConsoQte unites de l'ingredient lotConsoNom en
      *> prenant toujours le lot a la peremption la plus proche
      *> d'abord ; un lot vide reste au fichier a quantite nulle
      *> pour garder la trace de sa consommation. Le stock global
      *> fIn_quantite a deja ete mis a jour par l'appelant, et le
      *> stock d'avant les lots (amorce) n'a pas de lot a consommer.
      *> Pendant un brassage (braActif = 1), chaque prise sur un lot
      *> est notee comme ligne du brassin en cours. Les prises se
      *> font sur la part en reserve des lots, ou sur leur part en
      *> rayon si lotConsoRayon = 1 (ecart d'inventaire en rayon).
      *> lotConsoValeur recoit la valeur des unites consommees, au
      *> prix de la commande de chaque lot (lotPrixDefaut, prix du
      *> stock fourni par l'appelant, pour le stock sans lot).
       ConsommerLotsIngredient.

       move 0 to lotConsoValeur
       perform with test after until lotConsoQte = 0
            move 0 to lotTrouve
            move 99999999 to lotPlusVieuxDate
            open input fLot
            move 0 to lotScanFin
            perform with test after until lotScanFin = 1
                 read fLot next
                 at end move 1 to lotScanFin
                 not at end
                      if fLot_ingredient = lotConsoNom
                         and fLot_datePeremption < lotPlusVieuxDate
                         and ((lotConsoRayon = 0
                              and fLot_quantite > fLot_rayon)
                           or (lotConsoRayon = 1
                              and fLot_rayon > 0))
                      then
                           move fLot_id to lotPlusVieux
                           move fLot_datePeremption
                              to lotPlusVieuxDate
                           move 1 to lotTrouve
                      end-if
                 end-read
            end-perform
            close fLot
            if lotTrouve = 0 then
                 move lotConsoQte to braPrise
                 move 0 to fLot_id
                 move 0 to fLot_commande
                 perform ValoriserPriseLot
                 if braActif = 1 then
                      perform EcrireLigneBrassin
                 end-if
                 move 0 to lotConsoQte
            else
                 open i-o fLot
                 move lotPlusVieux to fLot_id
                 read fLot
                 invalid key
                      move 0 to lotConsoQte
                 not invalid key
                      if lotConsoRayon = 1 then
                           move fLot_rayon to lotDispo
                      else
                           subtract fLot_rayon from fLot_quantite
                              giving lotDispo
                      end-if
                      if lotDispo > lotConsoQte then
                           move lotConsoQte to braPrise
                           move 0 to lotConsoQte
                      else
                           move lotDispo to braPrise
                           subtract lotDispo from lotConsoQte
                      end-if
                      subtract braPrise from fLot_quantite
                      if lotConsoRayon = 1 then
                           subtract braPrise from fLot_rayon
                      end-if
                      rewrite tamp_fLot end-rewrite
                      perform ValoriserPriseLot
                      if braActif = 1 then
                           perform EcrireLigneBrassin
                      end-if
                 end-read
                 close fLot
            end-if
       end-perform.

      *> Valeur de braPrise unites prises sur le lot lu (fLot) : au
      *> prix unitaire de la commande fournisseur qui l'a livre, au
      *> prix lotPrixDefaut pour le stock sans lot (lot 0) ou un lot
      *> sans commande connue. Cumulee dans lotConsoValeur.
       ValoriserPriseLot.

       move lotPrixDefaut to lotPrixPrise
       if fLot_commande > 0 then
            open input fCmd
            move fLot_commande to fCmd_id
            read fCmd
            invalid key
                 continue
            not invalid key
                 move fCmd_prixUnitaire to lotPrixPrise
            end-read
            close fCmd
       end-if
       multiply braPrise by lotPrixPrise giving lotValeurPrise
       add lotValeurPrise to lotConsoValeur.

      *> Prochain numero de brassin : plus grand numero du fichier
      *> des brassins plus un.
       ProchainNumeroBrassin.

       move 0 to braProchainNumero
       open input fBra
       move 99999 to fBra_numero
       move 999 to fBra_ligne
       start fBra, key is less than or equal to fBra_cle
       invalid key
            continue
       not invalid key
            read fBra next
            at end continue
            not at end
                 move fBra_numero to braProchainNumero
            end-read
       end-start
       close fBra
       add 1 to braProchainNumero.

      *> Ouvre un brassin pour createRecetteQteAFaire unites de
      *> createRecettePotionTrg : l'entete est ecrite d'emblee avec
      *> toutes les unites disponibles a la vente, puis chaque lot
      *> consomme s'y ajoute en ligne jusqu'a TerminerBrassin.
       DebuterBrassin.

       perform ProchainNumeroBrassin
       move braProchainNumero to braNumero
       move 0 to braLigne
       open i-o fBra
       move braNumero to fBra_numero
       move 0 to fBra_ligne
       move createRecettePotionTrg to fBra_potion
       move function current-date(1:8) to fBra_date
       move compteActifId to fBra_operateur
       move createRecetteQteAFaire to fBra_quantite
       move createRecetteQteAFaire to fBra_restant
       move spaces to fBra_ingredient
       move 0 to fBra_lot
       move 0 to fBra_commande
       move 0 to fBra_coutUnitaire
       write tamp_fBra
       close fBra
       move 0 to braCout
       move 1 to braActif.

      *> Valeur des ingredients que ConsommerLotsIngredient vient de
      *> prendre pour le brassin en cours, au prix de leurs lots.
       CumulerCoutBrassin.

       move lotConsoValeur to braCoutLigne
       add braCoutLigne to braCout.

      *> Ligne suivante du brassin en cours : braPrise unites de
      *> lotConsoNom prises sur le lot fLot_id.
       EcrireLigneBrassin.

       add 1 to braLigne
       open i-o fBra
       move braNumero to fBra_numero
       move braLigne to fBra_ligne
       move createRecettePotionTrg to fBra_potion
       move function current-date(1:8) to fBra_date
       move compteActifId to fBra_operateur
       move braPrise to fBra_quantite
       move 0 to fBra_restant
       move lotConsoNom to fBra_ingredient
       move fLot_id to fBra_lot
       move fLot_commande to fBra_commande
       move lotPrixPrise to fBra_coutUnitaire
       write tamp_fBra
       close fBra.

      *> Le cout du brassin fixe le cout unitaire de ses potions
      *> (repris a chaque vente) et passe les ingredients
      *> consommes en stock de potions.
       TerminerBrassin.

       move 0 to braActif
       open i-o fBra
       move braNumero to fBra_numero
       move 0 to fBra_ligne
       read fBra
       invalid key
            continue
       not invalid key
            if fBra_quantite > 0 then
                 divide braCout by fBra_quantite
                    giving fBra_coutUnitaire
                 rewrite tamp_fBra end-rewrite
            end-if
       end-read
       close fBra
       move 3550 to glDebit
       move 3100 to glCredit
       move braCout to glMontant
       move spaces to glLibelle
       string "BRASSIN #" delimited by size
           braNumero delimited by size
          into glLibelle
       end-string
       move 0 to glJrn
       perform PasserEcriture
       display "Brassin #", braNumero, " enregistre".

      *> Tracabilite des brassins : historique des brassages avec
      *> leurs lots, et rapport de rappel sur un lot fournisseur.
       TracabiliteBrassins.

       move 0 to lotOk
       perform with test after until lotOk = 1
               display " "
               display "=======TRACABILITE DES BRASSINS======="
               display "1- Historique des brassins"
               display "2- Rapport de rappel (lot ou commande)"
               display "0- Quitter"
               accept lotChoix
               if lotChoix >= 0 and lotChoix < 3 then
                       move 1 to lotOk
               else
                       display "Saisie incorrecte"
               end-if
       end-perform
       evaluate lotChoix
           when 1
               perform AfficherBrassins
           when 2
               perform RappelLot
           when 0
               display "Vous quittez."
       end-evaluate
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

       AfficherBrassins.

       open input fBra
       move 0 to braFin
       perform with test after until braFin = 1
            read fBra next
            at end move 1 to braFin
            not at end
                 if fBra_ligne = 0 then
                      display " "
                      display "Brassin #", fBra_numero, " du ",
                         fBra_date, " par ", fBra_operateur
                      display "--------------------------------------"
                      display fBra_potion, " brassees:",
                         fBra_quantite, " non vendues:",
                         fBra_restant
                 else
                      if fBra_lot = 0 then
                           display "  ", fBra_ingredient, " x",
                              fBra_quantite, " (stock sans lot)"
                      else
                           display "  ", fBra_ingredient, " x",
                              fBra_quantite, " lot #", fBra_lot,
                              " commande #", fBra_commande
                      end-if
                 end-if
            end-read
       end-perform
       close fBra.

      *> Rapport de rappel : a partir d'un lot, ou de tous les lots
      *> nes d'une commande fournisseur, liste les brassins qui les
      *> ont consommes, les unites de ces brassins encore en stock
      *> et chaque client servi avec son numero de recu.
       RappelLot.

       move 0 to rapNbLots
       move 0 to rapNbBrassins
       move 0 to rapStock
       move 0 to rapVendu
       move 0 to rapClients
       display "Rappel a partir de : 1- un numero de lot",
          " | 2- une commande fournisseur"
       accept rapChoix
       evaluate rapChoix
           when 1
               display "Numero du lot :"
               accept rapLot
               if rapLot = 0 then
                    display "Saisie incorrecte"
               else
                    move 1 to rapNbLots
                    move rapLot to rapLotId(1)
               end-if
           when 2
               display "Numero de la commande :"
               accept rapCommande
               open input fLot
               move 0 to lotFin
               perform with test after until lotFin = 1
                    read fLot next
                    at end move 1 to lotFin
                    not at end
                         if fLot_commande = rapCommande
                            and rapCommande > 0
                            and rapNbLots < 50 then
                              add 1 to rapNbLots
                              move fLot_id to rapLotId(rapNbLots)
                         end-if
                    end-read
               end-perform
               close fLot
               if rapNbLots = 0 then
                    display "Aucun lot issu de cette commande"
               end-if
           when other
               display "Saisie incorrecte"
       end-evaluate

       if rapNbLots > 0 then
            display " "
            display "=======RAPPORT DE RAPPEL======="
            move 0 to rapIdx
            perform with test after until rapIdx >= rapNbLots
                 add 1 to rapIdx
                 perform RappelLotBrassins
            end-perform
            move 0 to rapIdx
            perform with test after until rapIdx >= rapNbBrassins
                 add 1 to rapIdx
                 if rapIdx <= rapNbBrassins then
                      perform RappelBrassinSorties
                 end-if
            end-perform
            display "---------------------------------------"
            display "Lots vises :", rapNbLots
            display "Brassins concernes :", rapNbBrassins
            display "Unites encore en stock :", rapStock
            display "Unites vendues (net des retours) :", rapVendu
            display "Lignes de vente a des clients :", rapClients
       end-if.

      *> Brassins ayant consomme le lot rapLotId(rapIdx), ajoutes
      *> sans doublon a la table du rapport.
       RappelLotBrassins.

       open input fBra
       move rapLotId(rapIdx) to fBra_lot
       start fBra, key is = fBra_lot
       invalid key
            display "Lot #", rapLotId(rapIdx),
               " : aucun brassin ne l a consomme"
       not invalid key
            move 0 to braFin
            perform with test after until braFin = 1
                 read fBra next
                 at end move 1 to braFin
                 not at end
                      if fBra_lot not = rapLotId(rapIdx) then
                           move 1 to braFin
                      else
                           display "Lot #", fBra_lot, " : ",
                              fBra_quantite, " ", fBra_ingredient,
                              " dans le brassin #", fBra_numero
                           move 0 to rapDeja
                           move 0 to rapJdx
                           perform with test after
                              until rapJdx >= rapNbBrassins
                                 or rapDeja = 1
                                add 1 to rapJdx
                                if rapJdx <= rapNbBrassins then
                                     if rapBraNumero(rapJdx)
                                        = fBra_numero then
                                          move 1 to rapDeja
                                     end-if
                                end-if
                           end-perform
                           if rapDeja = 0
                              and rapNbBrassins < 100 then
                                add 1 to rapNbBrassins
                                move fBra_numero
                                   to rapBraNumero(rapNbBrassins)
                           end-if
                      end-if
                 end-read
            end-perform
       end-start
       close fBra.

      *> Pour le brassin rapBraNumero(rapIdx) : unites restant en
      *> stock et detail des sorties (clients et recus).
       RappelBrassinSorties.

       open input fBra
       move rapBraNumero(rapIdx) to fBra_numero
       move 0 to fBra_ligne
       read fBra
       invalid key
            continue
       not invalid key
            display " "
            display "Brassin #", fBra_numero, " ", fBra_potion,
               " du ", fBra_date
            display "Brassees :", fBra_quantite,
               " encore en stock :", fBra_restant
            add fBra_restant to rapStock
       end-read
       close fBra
       open input fTrc
       move rapBraNumero(rapIdx) to fTrc_brassin
       start fTrc, key is = fTrc_brassin
       invalid key
            display "Aucune unite sortie de ce brassin"
       not invalid key
            move 0 to trcFin
            perform with test after until trcFin = 1
                 read fTrc next
                 at end move 1 to trcFin
                 not at end
                      if fTrc_brassin not = rapBraNumero(rapIdx) then
                           move 1 to trcFin
                      else
                           evaluate fTrc_sens
                               when "V"
                                   if fTrc_recu = 0 then
                                        display "  Vendu a ",
                                           fTrc_compte,
                                           " (reservation) qte:",
                                           fTrc_quantite, " le ",
                                           fTrc_date
                                   else
                                        display "  Vendu a ",
                                           fTrc_compte, " recu #",
                                           fTrc_recu, " qte:",
                                           fTrc_quantite, " le ",
                                           fTrc_date
                                   end-if
                                   add fTrc_quantite to rapVendu
                                   add 1 to rapClients
                               when "R"
                                   display "  Retour de ",
                                      fTrc_compte, " recu #",
                                      fTrc_recu, " qte:",
                                      fTrc_quantite, " le ",
                                      fTrc_date
                                   if rapVendu > fTrc_quantite then
                                        subtract fTrc_quantite
                                           from rapVendu
                                   else
                                        move 0 to rapVendu
                                   end-if
                               when "E"
                                   display "  Retour endommage de ",
                                      fTrc_compte, " recu #",
                                      fTrc_recu, " qte:",
                                      fTrc_quantite, " le ",
                                      fTrc_date
                                   if rapVendu > fTrc_quantite then
                                        subtract fTrc_quantite
                                           from rapVendu
                                   else
                                        move 0 to rapVendu
                                   end-if
                               when other
                                   display "  Sortie d inventaire",
                                      " qte:", fTrc_quantite, " le ",
                                      fTrc_date
                           end-evaluate
                      end-if
                 end-read
            end-perform
       end-start
       close fTrc.

      *> Menu recharger un compte (alimentation du solde client)
       CrediterCompte.

       display "Identifiant du compte a recharger :"
       accept crediterChoix
       display "Montant a crediter :"
       accept crediterMontant
       open i-o fCom
       move crediterChoix to fCom_id
       read fCom
       invalid key
            display "Compte inconnu"
       not invalid key
            move fCom_solde to accSoldeAvant
            add crediterMontant to fCom_solde
            rewrite tamp_fCom end-rewrite
            move compteActifId to accOperateur
            move crediterChoix to accCompte
            move "CREDIT" to accEvenement
            move accSoldeAvant to accAvant
            move fCom_solde to accApres
            perform EcrireAcces
            move crediterChoix to mvtCompte
            move "C" to mvtSens
            move crediterMontant to mvtMontant
            move "RECHARGE" to mvtMotif
            perform JournaliserMouvement
            move 5310 to glDebit
            move 4110 to glCredit
            move crediterMontant to glMontant
            move "RECHARGE" to glLibelle
            move 0 to glJrn
            perform PasserEcriture
            display "Nouveau solde :", fCom_solde
       end-read
       close fCom

      *> Changement du mot de passe du compte connecte, apres
      *> verification de l'ancien (hache, ou encore en clair pour
      *> les comptes anterieurs au hachage). Le journal des acces
      *> garde le resultat, jamais le mot de passe.
       ChangerMotDePasse.

       display "Ancien mot de passe :"
                 move 1 to fCom_mdpEstHache
                 rewrite tamp_fCom end-rewrite
                 display "Mot de passe modifie."
                 move "MODIFIE" to accApres
            else
                 display "Mot de passe incorrect"
                 move "REFUSE" to accApres
            end-if
            move compteActifId to accOperateur
            move compteActifId to accCompte
            move "MOTDEPASSE" to accEvenement
            move spaces to accAvant
            perform EcrireAcces
       end-read
       close fCom
       if roleUser = 0 then
            display "Compte inconnu"
       not invalid key
            display "Role actuel :", fCom_role
            move fCom_role to accRoleAvant
            move 0 to admRoleOk
            perform with test after until admRoleOk = 1
                 display "Nouveau role : 0- ALCHIMISTE | 1- CLIENT",
            end-perform
            rewrite tamp_fCom end-rewrite
            display "Role mis a jour."
            move compteActifId to accOperateur
            move admCompte to accCompte
            move "ROLE" to accEvenement
            move accRoleAvant to accRole
            perform LibelleRoleAcces
            move accRoleLib to accAvant
            move fCom_role to accRole
            perform LibelleRoleAcces
            move accRoleLib to accApres
            perform EcrireAcces
       end-read
       close fCom.

       invalid key
            display "Compte inconnu"
       not invalid key
            move spaces to accAvant
            string "verrou=" delimited by size
               fCom_verrou delimited by size
               " echecs=" delimited by size
               fCom_echecs delimited by size
               into accAvant
            end-string
            move 0 to fCom_verrou
            move 0 to fCom_echecs
            rewrite tamp_fCom end-rewrite
            display "Compte deverrouille."
            move compteActifId to accOperateur
            move admCompte to accCompte
            move "DEVERROU" to accEvenement
            move "verrou=0 echecs=0" to accApres
            perform EcrireAcces
       end-read
       close fCom.

            display "Remise actuelle (%) :", fCom_remise
            display "Nouvelle remise (0-99) :"
            accept admRemise
            move fCom_remise to accRemiseAvant
            move admRemise to fCom_remise
            rewrite tamp_fCom end-rewrite
            display "Remise mise a jour."
            move compteActifId to accOperateur
            move admCompte to accCompte
            move "REMISE" to accEvenement
            move accRemiseAvant to accAvant
            move admRemise to accApres
            perform EcrireAcces
       end-read
       close fCom.

      *> Ecrit une ligne au journal des acces : l'appelant renseigne
      *> accOperateur, accCompte, accEvenement, accAvant et accApres.
       EcrireAcces.

       open extend fAcc
       move function current-date to fAcc_date
       move accOperateur to fAcc_operateur
       move accCompte to fAcc_compte
       move accEvenement to fAcc_evenement
       move accAvant to fAcc_avant
       move accApres to fAcc_apres
       write tamp_fAcc
       close fAcc.

      *> Libelle du role accRole dans accRoleLib.
       LibelleRoleAcces.

       evaluate accRole
           when 0
               move "ALCHIMISTE" to accRoleLib
           when 2
               move "AUDITEUR" to accRoleLib
           when other
               move "CLIENT" to accRoleLib
       end-evaluate.

      *> Journal des acces pour l'auditeur, filtre par compte (vise
      *> ou operateur) et par periode, avec les signalements :
      *> connexions et gestes hors des heures d'ouverture, role
      *> ALCHIMISTE accorde (a soi-meme ou a un autre) et comptes aux
      *> echecs de connexion repetes. Le rapport est aussi ecrit
      *> dans JournalAcces-<debut>-<fin>.txt.
       JournalAcces.

       display "Compte (vide pour tous) :"
       accept accFiltre
       display "Periode du (AAAAMMJJ, vide pour le debut) :"
       accept accDebut
       display "au (AAAAMMJJ, vide pour aujourd hui) :"
       accept accFinPer
       if accFinPer = spaces then
            move function current-date(1:8) to accFinPer
       end-if
       move spaces to ficRapport
       if accDebut = spaces then
            string "JournalAcces-debut-" delimited by size
               accFinPer delimited by size
               ".txt" delimited by size
               into ficRapport
            end-string
       else
            string "JournalAcces-" delimited by size
               accDebut delimited by size
               "-" delimited by size
               accFinPer delimited by size
               ".txt" delimited by size
               into ficRapport
            end-string
       end-if
       open output fRap
       display " "
       move "=======JOURNAL DES ACCES=======" to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Compte : " delimited by size
           accFiltre delimited by size
          " periode : " delimited by size
           accDebut delimited by size
          " - " delimited by size
           accFinPer delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move 0 to accCnt
       move 0 to accHorsCnt
       move 0 to accRoleCnt
       move 0 to accEchNb
       open input fAcc
       move 0 to accFin
       perform with test after until accFin = 1
            read fAcc next
            at end move 1 to accFin
            not at end
                 move 1 to accRetenu
                 if accFiltre not = spaces
                    and fAcc_compte not = accFiltre
                    and fAcc_operateur not = accFiltre then
                      move 0 to accRetenu
                 end-if
                 if accDebut not = spaces
                    and fAcc_date(1:8) < accDebut then
                      move 0 to accRetenu
                 end-if
                 if fAcc_date(1:8) > accFinPer then
                      move 0 to accRetenu
                 end-if
                 if accRetenu = 1 then
                      perform AccLigneRapport
                 end-if
            end-read
       end-perform
       close fAcc
       move "---------------------------------------" to rapportLigne
       perform EcrireLigneRapport
       move "Echecs de connexion repetes (3 et plus) :"
          to rapportLigne
       perform EcrireLigneRapport
       move 0 to accEchTotal
       move 0 to accEchIdx
       perform with test after until accEchIdx >= accEchNb
            add 1 to accEchIdx
            if accEchIdx <= accEchNb then
                 if accEchCnt(accEchIdx) >= 3 then
                      move spaces to rapportLigne
                      string "   " delimited by size
                         accEchCompte(accEchIdx) delimited by size
                         " echecs:" delimited by size
                         accEchCnt(accEchIdx) delimited by size
                         into rapportLigne
                      end-string
                      perform EcrireLigneRapport
                      add 1 to accEchTotal
                 end-if
            end-if
       end-perform
       move spaces to rapportLigne
       string "Lignes :" delimited by size
           accCnt delimited by size
          " hors heures :" delimited by size
           accHorsCnt delimited by size
          " role alchimiste accorde :" delimited by size
           accRoleCnt delimited by size
          " comptes en echecs repetes :" delimited by size
           accEchTotal delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       close fRap
       display "Rapport ecrit dans ", ficRapport
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

      *> Une ligne du journal des acces et ses signalements.
       AccLigneRapport.

       add 1 to accCnt
       move spaces to rapportLigne
       string fAcc_date(1:8) delimited by size
          " " delimited by size
           fAcc_date(9:4) delimited by size
          " " delimited by size
           fAcc_evenement delimited by size
          " op:" delimited by size
           fAcc_operateur delimited by size
          " compte:" delimited by size
           fAcc_compte delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if fAcc_avant not = spaces or fAcc_apres not = spaces then
            move spaces to rapportLigne
            string "   avant:" delimited by size
               fAcc_avant delimited by size
               " apres:" delimited by size
               fAcc_apres delimited by size
               into rapportLigne
            end-string
            perform EcrireLigneRapport
       end-if
       move fAcc_date(9:2) to accHeure
       if accHeure < accHeureOuverture
          or accHeure >= accHeureFermeture then
            move "   ** HORS DES HEURES D OUVERTURE" to rapportLigne
            perform EcrireLigneRapport
            add 1 to accHorsCnt
       end-if
       if fAcc_evenement = "ROLE"
          and fAcc_apres = "ALCHIMISTE"
          and fAcc_avant not = "ALCHIMISTE" then
            if fAcc_operateur = fAcc_compte then
                 move "   ** ROLE ALCHIMISTE ACCORDE A SOI-MEME"
                    to rapportLigne
            else
                 move "   ** ROLE ALCHIMISTE ACCORDE" to rapportLigne
            end-if
            perform EcrireLigneRapport
            add 1 to accRoleCnt
       end-if
       if fAcc_evenement = "ECHEC-MDP"
          or fAcc_evenement = "ECHEC-ID"
          or fAcc_evenement = "VERROUILLE" then
            perform AccCompterEchec
            if accEchCnt(accEchIdx) >= 3 then
                 move spaces to rapportLigne
                 string "   ** ECHECS REPETES : " delimited by size
                    accEchCnt(accEchIdx) delimited by size
                    into rapportLigne
                 end-string
                 perform EcrireLigneRapport
            end-if
       end-if.

      *> Cumule un echec pour le compte vise fAcc_compte ; accEchIdx
      *> pointe ensuite sur sa ligne.
       AccCompterEchec.

       move 0 to accEchTrouve
       move 0 to accEchIdx
       perform with test after
          until accEchIdx >= accEchNb or accEchTrouve = 1
            add 1 to accEchIdx
            if accEchIdx <= accEchNb then
                 if accEchCompte(accEchIdx) = fAcc_compte then
                      move 1 to accEchTrouve
                 end-if
            end-if
       end-perform
       if accEchTrouve = 0 then
            if accEchNb < 200 then
                 add 1 to accEchNb
                 move accEchNb to accEchIdx
                 move fAcc_compte to accEchCompte(accEchIdx)
                 move 0 to accEchCnt(accEchIdx)
            end-if
       end-if
       if accEchIdx > 0 then
            add 1 to accEchCnt(accEchIdx)
       end-if.

      *> Journalise un mouvement de solde dans MouvementsCompte.dat
      *> au moment ou le solde change : l'appelant renseigne
      *> mvtCompte, mvtSens (C/D), mvtMontant et mvtMotif.
       JournaliserMouvement.

       open extend fMvt
       move function current-date to fMvt_date
       move mvtCompte to fMvt_compte
       move mvtSens to fMvt_sens
       move mvtMontant to fMvt_montant
       move mvtMotif to fMvt_motif
       move compteActifId to fMvt_operateur
       write tamp_fMvt
       close fMvt.

      *> Journalise un mouvement de la caisse de la boutique dans
      *> Caisse.dat : l'appelant renseigne caiSens (C/D), caiMontant
      *> et caiMotif. La caisse est creditee par chaque vente ou
      *> acompte encaisse et debitee par chaque achat d'ingredients.
       MouvementCaisse.

       open extend fCai
       move function current-date to fCai_date
       move caiSens to fCai_sens
       move caiMontant to fCai_montant
       move caiMotif to fCai_motif
       move compteActifId to fCai_operateur
       write tamp_fCai
       close fCai.
      *> Etat de la caisse sur une periode : solde d'ouverture
      *> (mouvements anterieurs), encaissements et decaissements de
      *> la periode, solde de cloture. C'est le vrai argent de la
      *> boutique, a ne pas confondre avec les soldes clients. Le
      *> report a nouveau d'une rotation compte dans l'ouverture.
       EtatCaisse.

       display "Periode du (AAAAMMJJ) :"
            read fCai next
            at end move 1 to caiFin
            not at end
                 if fCai_date(1:8) < caiDebut
                    or fCai_motif = "REPORT A NOUVEAU" then
                      if fCai_sens = "C" then
                           add fCai_montant to caiOuverture
                      else
             end-if
       end-if.

      *> Passe au grand livre une piece de glMontant au debit du
      *> compte glDebit et au credit du compte glCredit, libelle
      *> glLibelle, rattachee a la transaction glJrn. Un montant nul
      *> ne produit pas de piece ; un mois clos la refuse.
       PasserEcriture.

       move 0 to glRefus
       if glMontant > 0 then
            perform VerifierPeriodeOuverte
            if glRefus = 0 then
                 if glProchainePiece = 0 then
                      perform ProchainePieceGL
                 end-if
                 open extend fGl
                 move glProchainePiece to fGl_piece
                 move function current-date to fGl_date
                 move glDebit to fGl_compte
                 move "D" to fGl_sens
                 move glMontant to fGl_montant
                 move glLibelle to fGl_libelle
                 move glJrn to fGl_jrn
                 move compteActifId to fGl_operateur
                 write tamp_fGl
                 move glCredit to fGl_compte
                 move "C" to fGl_sens
                 write tamp_fGl
                 close fGl
                 add 1 to glProchainePiece
            end-if
       end-if.

      *> Vente reglee par porte-monnaie : la vente nette de glMontant
      *> est passee contre le porte-monnaie, et les fonds passent
      *> du compte des porte-monnaie a la caisse.
       PasserEncaissement.

       move 4110 to glDebit
       move 7070 to glCredit
       perform PasserEcriture
       move 5300 to glDebit
       move 5310 to glCredit
       move "ENCAISSEMENT" to glLibelle
       perform PasserEcriture.

      *> glRefus a 1 si le mois du jour a deja ete cloture.
       VerifierPeriodeOuverte.

       move 0 to glRefus
       open input fPer
       move function current-date(1:6) to fPer_mois
       read fPer
       invalid key
            continue
       not invalid key
            move 1 to glRefus
            display "Periode ", fPer_mois, " close : ecriture ",
               glLibelle, " refusee au grand livre"
       end-read
       close fPer.

      *> Prochain numero de piece : plus grand numero du grand
      *> livre plus un, relu une fois puis tenu en memoire.
       ProchainePieceGL.

       move 0 to glProchainePiece
       open input fGl
       move 0 to glFin
       perform with test after until glFin = 1
            read fGl next
            at end move 1 to glFin
            not at end
                 if fGl_piece > glProchainePiece then
                      move fGl_piece to glProchainePiece
                 end-if
            end-read
       end-perform
       close fGl
       add 1 to glProchainePiece.

      *> Reprise : les pieces de la transaction interrompue
      *> jrnDernierId sont contre-passees par une piece inverse du
      *> solde net de chaque compte touche. Les lignes d'annulation
      *> portant le meme numero de transaction, une reprise elle-meme
      *> interrompue se rejoue sans double annulation.
       ContrePasserEcritures.

       move 0 to glAnnNb
       open input fGl
       move 0 to glFin
       perform with test after until glFin = 1
            read fGl next
            at end move 1 to glFin
            not at end
                 if fGl_jrn = jrnDernierId then
                      move 0 to glTrouve
                      move 0 to glAnnIdx
                      perform with test after
                         until glAnnIdx >= glAnnNb or glTrouve = 1
                           add 1 to glAnnIdx
                           if glAnnIdx <= glAnnNb then
                                if glAnnCompte(glAnnIdx)
                                   = fGl_compte then
                                     move 1 to glTrouve
                                end-if
                           end-if
                      end-perform
                      if glTrouve = 0 and glAnnNb < 20 then
                           add 1 to glAnnNb
                           move glAnnNb to glAnnIdx
                           move fGl_compte to glAnnCompte(glAnnIdx)
                           move 0 to glAnnNet(glAnnIdx)
                           move 1 to glTrouve
                      end-if
                      if glTrouve = 1 then
                           if fGl_sens = "D" then
                                add fGl_montant to glAnnNet(glAnnIdx)
                           else
                                subtract fGl_montant
                                   from glAnnNet(glAnnIdx)
                           end-if
                      end-if
                 end-if
            end-read
       end-perform
       close fGl

       move 0 to glTrouve
       move 0 to glAnnIdx
       perform with test after until glAnnIdx >= glAnnNb
            add 1 to glAnnIdx
            if glAnnIdx <= glAnnNb then
                 if glAnnNet(glAnnIdx) not = 0 then
                      move 1 to glTrouve
                 end-if
            end-if
       end-perform
       if glTrouve = 1 then
            move "ANNULATION TRANSACTION" to glLibelle
            perform VerifierPeriodeOuverte
       end-if
       if glTrouve = 1 and glRefus = 0 then
            if glProchainePiece = 0 then
                 perform ProchainePieceGL
            end-if
            open extend fGl
            move 0 to glAnnIdx
            perform with test after until glAnnIdx >= glAnnNb
                 add 1 to glAnnIdx
                 if glAnnIdx <= glAnnNb then
                      if glAnnNet(glAnnIdx) not = 0 then
                           move glProchainePiece to fGl_piece
                           move function current-date to fGl_date
                           move glAnnCompte(glAnnIdx) to fGl_compte
                           if glAnnNet(glAnnIdx) > 0 then
                                move "C" to fGl_sens
                                move glAnnNet(glAnnIdx)
                                   to fGl_montant
                           else
                                move "D" to fGl_sens
                                subtract glAnnNet(glAnnIdx) from 0
                                   giving fGl_montant
                           end-if
                           move glLibelle to fGl_libelle
                           move jrnDernierId to fGl_jrn
                           move compteActifId to fGl_operateur
                           write tamp_fGl
                      end-if
                 end-if
            end-perform
            close fGl
            add 1 to glProchainePiece
            display "Ecritures de la transaction contre-passees au",
               " grand livre."
       end-if.

      *> Cout standard d'une potion coutPotionNom : somme des
      *> ingredients de sa recette au prix du stock, dans
      *> coutPotionUnitaire (0 sans recette).
       CoutStandardPotion.

       move 0 to coutPotionUnitaire
       open input fRec
       move coutPotionNom to fRec_nom
       start fRec, key is = fRec_nom
       invalid key
            continue
       not invalid key
            move 0 to coutFin
            perform with test after until coutFin = 1
                 read fRec next
                 at end move 1 to coutFin
                 not at end
                      if fRec_nom = coutPotionNom then
                           open input fIn
                           move fRec_ingredient to fIn_nomIn
                           read fIn
                           invalid key
                                move 0 to coutLigne
                           not invalid key
                                multiply fRec_quantite by fIn_prix
                                   giving coutLigne
                           end-read
                           close fIn
                           add coutLigne to coutPotionUnitaire
                      else
                           move 1 to coutFin
                      end-if
                 end-read
            end-perform
       end-start
       close fRec.

      *> Plan comptable : compte de rang glRang dans glCompte (et
      *> son libelle), glNbComptes comptes en tout.
       CompteGLParRang.

       move 13 to glNbComptes
       evaluate glRang
           when 1
               move 1000 to glCompte
           when 2
               move 3100 to glCompte
           when 3
               move 3550 to glCompte
           when 4
               move 4110 to glCompte
           when 5
               move 4191 to glCompte
           when 6
               move 4457 to glCompte
           when 7
               move 5300 to glCompte
           when 8
               move 5310 to glCompte
           when 9
               move 6030 to glCompte
           when 10
               move 6070 to glCompte
           when 11
               move 6580 to glCompte
           when 12
               move 7070 to glCompte
           when 13
               move 7090 to glCompte
           when other
               move 0 to glCompte
       end-evaluate
       perform LibelleCompteGL.

      *> Libelle du compte glCompte dans glCompteLib.
       LibelleCompteGL.

       evaluate glCompte
           when 1000
               move "A NOUVEAU (CAPITAUX)" to glCompteLib
           when 3100
               move "STOCK INGREDIENTS" to glCompteLib
           when 3550
               move "STOCK POTIONS" to glCompteLib
           when 4110
               move "PORTE-MONNAIE CLIENTS" to glCompteLib
           when 4191
               move "ACOMPTES RESERVATIONS" to glCompteLib
           when 4457
               move "TAXE COLLECTEE" to glCompteLib
           when 5300
               move "CAISSE" to glCompteLib
           when 5310
               move "FONDS PORTE-MONNAIE" to glCompteLib
           when 6030
               move "COUT DES POTIONS VENDUES" to glCompteLib
           when 6070
               move "ACHATS INGREDIENTS" to glCompteLib
           when 6580
               move "DEMARQUE ET REBUTS" to glCompteLib
           when 7070
               move "VENTES DE POTIONS" to glCompteLib
           when 7090
               move "REMISES ACCORDEES" to glCompteLib
           when other
               move "COMPTE INCONNU" to glCompteLib
       end-evaluate.

      *> Soldes a nouveau, passes une seule fois a la creation du
      *> grand livre : caisse, porte-monnaie (et leurs fonds),
      *> acomptes en attente, commandes payees non livrees et
      *> valeur des stocks, contre le compte A NOUVEAU.
       OuvrirGrandLivre.

       move 0 to glJrn
       move 0 to glSolde
       open input fCai
       move 0 to glFin
       perform with test after until glFin = 1
            read fCai next
            at end move 1 to glFin
            not at end
                 if fCai_sens = "C" then
                      add fCai_montant to glSolde
                 else
                      subtract fCai_montant from glSolde
                 end-if
            end-read
       end-perform
       close fCai
       move "A NOUVEAU CAISSE" to glLibelle
       if glSolde > 0 then
            move 5300 to glDebit
            move 1000 to glCredit
            move glSolde to glMontant
            perform PasserEcriture
       else
            move 1000 to glDebit
            move 5300 to glCredit
            subtract glSolde from 0 giving glMontant
            perform PasserEcriture
       end-if

       move 0 to glSolde
       open input fCom
       move 0 to glFin
       perform with test after until glFin = 1
            read fCom next
            at end move 1 to glFin
            not at end
                 add fCom_solde to glSolde
            end-read
       end-perform
       close fCom
       move 5310 to glDebit
       move 4110 to glCredit
       move glSolde to glMontant
       move "A NOUVEAU PORTE-MONNAIE" to glLibelle
       perform PasserEcriture

       move 0 to glSolde
       open input fRes
       move 0 to glFin
       perform with test after until glFin = 1
            read fRes next
            at end move 1 to glFin
            not at end
                 if fRes_statut = 0 then
                      add fRes_montant to glSolde
                 end-if
            end-read
       end-perform
       close fRes
       move 1000 to glDebit
       move 4191 to glCredit
       move glSolde to glMontant
       move "A NOUVEAU ACOMPTES" to glLibelle
       perform PasserEcriture

       move 0 to glSolde
       open input fCmd
       move 0 to glFin
       perform with test after until glFin = 1
            read fCmd next
            at end move 1 to glFin
            not at end
                 if fCmd_statut = 0 then
                      multiply fCmd_quantite by fCmd_prixUnitaire
                         giving glMontant
                      add glMontant to glSolde
                 end-if
            end-read
       end-perform
       close fCmd
       move 6070 to glDebit
       move 1000 to glCredit
       move glSolde to glMontant
       move "A NOUVEAU COMMANDES EN COURS" to glLibelle
       perform PasserEcriture

       move 0 to glSolde
       open input fIn
       move 0 to glFin
       perform with test after until glFin = 1
            read fIn next
            at end move 1 to glFin
            not at end
                 multiply fIn_quantite by fIn_prix giving glMontant
                 add glMontant to glSolde
            end-read
       end-perform
       close fIn
       move 3100 to glDebit
       move 1000 to glCredit
       move glSolde to glMontant
       move "A NOUVEAU STOCK INGREDIENTS" to glLibelle
       perform PasserEcriture

       move 0 to glSolde
       open input fPot
       move 0 to glFin
       perform with test after until glFin = 1
            read fPot next
            at end move 1 to glFin
            not at end
                 move fPot_nom to coutPotionNom
                 perform CoutStandardPotion
                 multiply fPot_quantite by coutPotionUnitaire
                    giving glMontant
                 add glMontant to glSolde
            end-read
       end-perform
       close fPot
       move 3550 to glDebit
       move 1000 to glCredit
       move glSolde to glMontant
       move "A NOUVEAU STOCK POTIONS" to glLibelle
       perform PasserEcriture
       move 0 to glACreer.

      *> Menu comptabilite : balance et grand livre par compte sur
      *> une periode, plan comptable.
       Comptabilite.

       move 0 to glOk
       perform with test after until glOk = 1
               display " "
               display "=======COMPTABILITE======="
               display "1- Balance generale"
               display "2- Grand livre d un compte"
               display "3- Plan comptable"
               display "4- Declaration de taxe"
               display "0- Quitter"
               accept glChoix
               if glChoix >= 0 and glChoix < 5 then
                       move 1 to glOk
               else
                       display "Saisie incorrecte"
               end-if
       end-perform
       evaluate glChoix
           when 1
               perform BalanceGenerale
           when 2
               perform GrandLivreCompte
           when 3
               perform AfficherPlanComptable
           when 4
               perform DeclarationTaxe
           when 0
               display "Vous quittez."
       end-evaluate
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

       AfficherPlanComptable.

       display " "
       display "=======PLAN COMPTABLE======="
       move 0 to glRang
       perform with test after until glRang >= glNbComptes
            add 1 to glRang
            perform CompteGLParRang
            display glCompte, " ", glCompteLib
       end-perform.

      *> Balance sur une periode : pour chaque compte, solde au
      *> debut de la periode, mouvements debit et credit de la
      *> periode et solde de fin (positif = debiteur). Les totaux
      *> debit et credit doivent etre egaux.
       BalanceGenerale.

       display "Periode du (AAAAMMJJ) :"
       accept glDebut
       display "au (AAAAMMJJ) :"
       accept glFinPeriode
       move 0 to glRang
       perform with test after until glRang >= glNbComptes
            add 1 to glRang
            perform CompteGLParRang
            move glCompte to glBalCompte(glRang)
            move 0 to glBalAvant(glRang)
            move 0 to glBalDebit(glRang)
            move 0 to glBalCredit(glRang)
       end-perform
       open input fGl
       move 0 to glFin
       perform with test after until glFin = 1
            read fGl next
            at end move 1 to glFin
            not at end
                 move 0 to glTrouve
                 move 0 to glIdx
                 perform with test after
                    until glIdx >= glNbComptes or glTrouve = 1
                      add 1 to glIdx
                      if glBalCompte(glIdx) = fGl_compte then
                           move 1 to glTrouve
                      end-if
                 end-perform
                 if glTrouve = 1 then
                      if fGl_date(1:8) < glDebut then
                           if fGl_sens = "D" then
                                add fGl_montant to glBalAvant(glIdx)
                           else
                                subtract fGl_montant
                                   from glBalAvant(glIdx)
                           end-if
                      else
                           if fGl_date(1:8) <= glFinPeriode then
                                if fGl_sens = "D" then
                                     add fGl_montant
                                        to glBalDebit(glIdx)
                                else
                                     add fGl_montant
                                        to glBalCredit(glIdx)
                                end-if
                           end-if
                      end-if
                 end-if
            end-read
       end-perform
       close fGl

       display " "
       display "=======BALANCE GENERALE======="
       display "Periode du ", glDebut, " au ", glFinPeriode
       display "COMPTE LIBELLE                      OUVERTURE",
          "        DEBIT       CREDIT       SOLDE"
       move 0 to glTotDebit
       move 0 to glTotCredit
       move 0 to glRang
       perform with test after until glRang >= glNbComptes
            add 1 to glRang
            perform CompteGLParRang
            move glBalAvant(glRang) to glSoldeEd
            move glBalDebit(glRang) to glDebitEd
            move glBalCredit(glRang) to glCreditEd
            move glBalAvant(glRang) to glSolde
            add glBalDebit(glRang) to glSolde
            subtract glBalCredit(glRang) from glSolde
            add glBalDebit(glRang) to glTotDebit
            add glBalCredit(glRang) to glTotCredit
            display glCompte, " ", glCompteLib, glSoldeEd, " ",
               glDebitEd, " ", glCreditEd
            move glSolde to glSoldeEd
            display "     solde de fin :", glSoldeEd
       end-perform
       move glTotDebit to glDebitEd
       move glTotCredit to glCreditEd
       display "---------------------------------------"
       display "TOTAUX DE LA PERIODE  debit:", glDebitEd,
          " credit:", glCreditEd
       if glTotDebit = glTotCredit then
            display "Balance equilibree"
       else
            display "ATTENTION : balance desequilibree"
       end-if.

      *> Grand livre d'un compte sur une periode : solde d'ouverture,
      *> chaque ligne avec le solde progressif, solde de cloture.
       GrandLivreCompte.

       display "Numero du compte :"
       accept glCompte
       perform LibelleCompteGL
       display "Periode du (AAAAMMJJ) :"
       accept glDebut
       display "au (AAAAMMJJ) :"
       accept glFinPeriode
       move 0 to glSolde
       move 0 to glTotDebit
       move 0 to glTotCredit
       display " "
       display "=======GRAND LIVRE ", glCompte, " ", glCompteLib,
          "======="
       open input fGl
       move 0 to glFin
       perform with test after until glFin = 1
            read fGl next
            at end move 1 to glFin
            not at end
                 if fGl_compte = glCompte then
                      if fGl_date(1:8) < glDebut then
                           if fGl_sens = "D" then
                                add fGl_montant to glSolde
                           else
                                subtract fGl_montant from glSolde
                           end-if
                      else
                           if fGl_date(1:8) <= glFinPeriode then
                                if glTotDebit = 0
                                   and glTotCredit = 0 then
                                     move glSolde to glSoldeEd
                                     display "Solde d ouverture :",
                                        glSoldeEd
                                end-if
                                if fGl_sens = "D" then
                                     add fGl_montant to glSolde
                                     add fGl_montant to glTotDebit
                                else
                                     subtract fGl_montant
                                        from glSolde
                                     add fGl_montant to glTotCredit
                                end-if
                                move glSolde to glSoldeEd
                                move fGl_montant to glDebitEd
                                display fGl_date(1:8), " #",
                                   fGl_piece, " ", fGl_libelle, " ",
                                   fGl_sens, glDebitEd, " solde:",
                                   glSoldeEd
                           end-if
                      end-if
                 end-if
            end-read
       end-perform
       close fGl
       move glTotDebit to glDebitEd
       move glTotCredit to glCreditEd
       move glSolde to glSoldeEd
       display "---------------------------------------"
       display "Total debit :", glDebitEd
       display "Total credit :", glCreditEd
       display "Solde de cloture :", glSoldeEd.

      *> Cumuls par taux de la periode taxDebut-taxFinPeriode : les
      *> lignes de recus en ventes, les lignes d'avoirs en retours,
      *> la taxe des avoirs venant en deduction de la taxe collectee.
       CumulerTaxe.

       move 0 to taxNb
       open input fRcu
       move 0 to taxFin
       perform with test after until taxFin = 1
            read fRcu next
            at end move 1 to taxFin
            not at end
                 if fRcu_date(1:8) >= taxDebut
                    and fRcu_date(1:8) <= taxFinPeriode then
                      move fRcu_taux to taxTaux
                      perform ChercherLigneTaxe
                      if taxTrouve = 1 then
                           add fRcu_montant to taxTabVentes(taxIdx)
                           add fRcu_taxe to taxTabTaxe(taxIdx)
                      end-if
                 end-if
            end-read
       end-perform
       close fRcu
       open input fAvo
       move 0 to taxFin
       perform with test after until taxFin = 1
            read fAvo next
            at end move 1 to taxFin
            not at end
                 if fAvo_date(1:8) >= taxDebut
                    and fAvo_date(1:8) <= taxFinPeriode then
                      move fAvo_taux to taxTaux
                      perform ChercherLigneTaxe
                      if taxTrouve = 1 then
                           add fAvo_montant to taxTabRetours(taxIdx)
                           subtract fAvo_taxe from taxTabTaxe(taxIdx)
                      end-if
                 end-if
            end-read
       end-perform
       close fAvo.

      *> Ligne de la table des taux pour taxTaux dans taxIdx, creee
      *> au besoin (taxTrouve a 0 si la table est pleine).
       ChercherLigneTaxe.

       move 0 to taxTrouve
       move 0 to taxIdx
       perform with test after until taxIdx >= taxNb or taxTrouve = 1
            add 1 to taxIdx
            if taxIdx <= taxNb then
                 if taxTabTaux(taxIdx) = taxTaux then
                      move 1 to taxTrouve
                 end-if
            end-if
       end-perform
       if taxTrouve = 0 and taxNb < 20 then
            add 1 to taxNb
            move taxNb to taxIdx
            move taxTaux to taxTabTaux(taxIdx)
            move 0 to taxTabVentes(taxIdx)
            move 0 to taxTabRetours(taxIdx)
            move 0 to taxTabTaxe(taxIdx)
            move 1 to taxTrouve
       end-if.

      *> Declaration de taxe d'une periode : par taux, ventes et
      *> retours toutes taxes comprises, base hors taxe et taxe
      *> due nettes des retours. Ecrite aussi dans
      *> DeclarationTaxe-<debut>-<fin>.txt.
       DeclarationTaxe.

       display "Periode du (AAAAMMJJ) :"
       accept taxDebut
       display "au (AAAAMMJJ) :"
       accept taxFinPeriode
       perform CumulerTaxe

       move spaces to ficRapport
       string "DeclarationTaxe-" delimited by size
           taxDebut delimited by size
          "-" delimited by size
           taxFinPeriode delimited by size
          ".txt" delimited by size
          into ficRapport
       end-string
       open output fRap
       display " "
       move "=======DECLARATION DE TAXE=======" to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Periode du " delimited by size
           taxDebut delimited by size
          " au " delimited by size
           taxFinPeriode delimited by size
          ", editee le " delimited by size
          function current-date(1:8) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "TAUX %      VENTES TTC    RETOURS TTC" delimited by size
          "        BASE HT           TAXE" delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move 0 to taxTotVentes
       move 0 to taxTotRetours
       move 0 to taxTotBase
       move 0 to taxTotTaxe
       move 0 to taxIdx
       perform with test after until taxIdx >= taxNb
            add 1 to taxIdx
            if taxIdx <= taxNb then
                 move taxTabVentes(taxIdx) to taxBase
                 subtract taxTabRetours(taxIdx) from taxBase
                 subtract taxTabTaxe(taxIdx) from taxBase
                 add taxTabVentes(taxIdx) to taxTotVentes
                 add taxTabRetours(taxIdx) to taxTotRetours
                 add taxBase to taxTotBase
                 add taxTabTaxe(taxIdx) to taxTotTaxe
                 move taxTabTaux(taxIdx) to taxTauxEd
                 move taxTabVentes(taxIdx) to taxVentesEd
                 move taxTabRetours(taxIdx) to taxRetoursEd
                 move taxBase to taxBaseEd
                 move taxTabTaxe(taxIdx) to taxTaxeEd
                 move spaces to rapportLigne
                 string " " delimited by size
                    taxTauxEd delimited by size
                    "  " delimited by size
                    taxVentesEd delimited by size
                    "  " delimited by size
                    taxRetoursEd delimited by size
                    "  " delimited by size
                    taxBaseEd delimited by size
                    "  " delimited by size
                    taxTaxeEd delimited by size
                    into rapportLigne
                 end-string
                 perform EcrireLigneRapport
            end-if
       end-perform
       move taxTotVentes to taxVentesEd
       move taxTotRetours to taxRetoursEd
       move taxTotBase to taxBaseEd
       move taxTotTaxe to taxTaxeEd
       move spaces to rapportLigne
       string "TOTAL  " delimited by size
           taxVentesEd delimited by size
          "  " delimited by size
           taxRetoursEd delimited by size
          "  " delimited by size
           taxBaseEd delimited by size
          "  " delimited by size
           taxTaxeEd delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Taxe due pour la periode : " delimited by size
           taxTaxeEd delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       close fRap
       display "Declaration ecrite dans ", ficRapport.

      *> Trace toute maintenance du catalogue et des prix dans
      *> HistoriqueCatalogue.dat : date, operateur connecte, action
      *> (AJOUT/MODIF/RETRAIT), nature, cle et valeurs avant/apres.
      *> L'auditeur consulte cet historique depuis son menu.
       JournaliserCatalogue.

       open extend fHis
       move function current-date to fHis_date
       move compteActifId to fHis_operateur
       move hisAction to fHis_action
       move hisFichier to fHis_fichier
       move hisCle to fHis_cle
       move hisAvant to fHis_avant
       move hisApres to fHis_apres
       write tamp_fHis
       close fHis.

      *> Trace un changement de prix de vente : l'appelant a garde
      *> l'ancien prix dans hisPrixAvant, tamp_fPot porte le nouveau.
       JournaliserPrix.

       move "MODIF" to hisAction
       move "PRIX" to hisFichier
       move fPot_nom to hisCle
       move spaces to hisAvant
       string "prix=" delimited by size
           hisPrixAvant delimited by size
          into hisAvant
       end-string
       move spaces to hisApres
       string "prix=" delimited by size
           fPot_prix delimited by size
          into hisApres
       end-string
       perform JournaliserCatalogue.

      *> Decrit l'ingredient courant (tamp_fIn) dans hisValeur.
       DecrireIngredient.

       move spaces to hisValeur
       string "qte=" delimited by size
           fIn_quantite delimited by size
          " type=" delimited by size
          function trim(fIn_type) delimited by size
          " prix=" delimited by size
           fIn_prix delimited by size
          into hisValeur
       end-string.

      *> Decrit la potion courante (tamp_fPot) dans hisValeur.
       DecrirePotion.

       move spaces to hisValeur
       string "effet=" delimited by size
          function trim(fPot_effet) delimited by size
          " qte=" delimited by size
           fPot_quantite delimited by size
          " prix=" delimited by size
           fPot_prix delimited by size
          " min=" delimited by size
           fPot_rayonMin delimited by size
          into hisValeur
       end-string.

      *> Decrit la ligne de recette courante (tamp_fRec) dans
      *> hisValeur.
       DecrireLigneRecette.

       move spaces to hisValeur
       string "ing=" delimited by size
          function trim(fRec_ingredient) delimited by size
          " qte=" delimited by size
           fRec_quantite delimited by size
          into hisValeur
       end-string.

      *> Historique du catalogue pour l'auditeur : parcours complet,
      *> filtre par cle d'enregistrement ou par periode de dates.
       HistoriqueCatalogue.

       move 0 to hisOk
       perform with test after until hisOk = 1
               display " "
               display "=======HISTORIQUE DU CATALOGUE======="
               display "1- Tout l historique"
               display "2- Par enregistrement"
               display "3- Par periode de dates"
               display "0- Quitter"
               accept hisChoix
               if hisChoix >= 0 and hisChoix < 4 then
                       move 1 to hisOk
               else
                       display "Saisie incorrecte"
               end-if
       end-perform
       evaluate hisChoix
           when 1
            end-if
       end-if.

      *> Comptage d'un ingredient : la quantite en livre de
      *> l'emplacement compte (rayon ou reserve) et le prix d'achat
      *> sont releves au moment de la saisie.
       InvCompterIngredient.

       display "Nom de l ingredient compte :"
       invalid key
            display "Pas d'ingredient avec ce nom existant"
       not invalid key
            perform InvSaisirEmplacement
            if invEmplSaisi = 1 then
                 move fIn_rayon to invQteLivre
            else
                 subtract fIn_rayon from fIn_quantite
                    giving invQteLivre
            end-if
            display "Quantite en livre :", invQteLivre
            display "Quantite comptee :"
            accept invQteSaisie
            add 1 to invNb
            move "I" to invNature(invNb)
            move invNomSaisi to invNom(invNb)
            move invEmplSaisi to invEmpl(invNb)
            move invQteLivre to invLivre(invNb)
            move invQteSaisie to invCompte(invNb)
            move fIn_prix to invPrixU(invNb)
       end-read
       invalid key
            display "Pas de potion portant ce nom"
       not invalid key
            perform InvSaisirEmplacement
            if invEmplSaisi = 1 then
                 move fPot_rayon to invQteLivre
            else
                 subtract fPot_rayon from fPot_quantite
                    giving invQteLivre
            end-if
            display "Quantite en livre :", invQteLivre
            display "Quantite comptee :"
            accept invQteSaisie
            add 1 to invNb
            move "P" to invNature(invNb)
            move invNomSaisi to invNom(invNb)
            move invEmplSaisi to invEmpl(invNb)
            move invQteLivre to invLivre(invNb)
            move invQteSaisie to invCompte(invNb)
            move fPot_prix to invPrixU(invNb)
       end-read
       close fPot.

      *> Emplacement compte : 1 rayon de boutique, 2 reserve.
       InvSaisirEmplacement.

       perform with test after
          until invEmplSaisi = 1 or invEmplSaisi = 2
            display "Emplacement compte (1=rayon, 2=reserve) :"
            accept invEmplSaisi
            if invEmplSaisi not = 1 and invEmplSaisi not = 2 then
                 display "Saisie incorrecte"
            end-if
       end-perform.

      *> Rapport d'ecarts : livre, compte, difference et valeur de
      *> la difference au prix releve.
       InvRapportEcarts.
                 else
                      display "Potion :", invNom(invIdx)
                 end-if
                 if invEmpl(invIdx) = 1 then
                      display "Emplacement : RAYON"
                 else
                      display "Emplacement : RESERVE"
                 end-if
                 display "En livre :", invLivre(invIdx),
                    " Compte :", invCompte(invIdx)
                 if invCompte(invIdx) = invLivre(invIdx) then
      *> en ecart recale le livre sur le comptage, avec un motif
      *> code garde dans AjustementsStock.dat. Un ecart negatif sur
      *> un ingredient sort aussi les lots les plus vieux, pour que
      *> le fichier des lots suive le stock. Seule la part de
      *> l'emplacement compte est recalee, l'autre reste en l'etat.
       InvPosterAjustements.

       move 0 to invIdx
            invalid key
                 display "Ingredient disparu du stock, ligne ignoree"
            not invalid key
                 if invEmpl(invIdx) = 1 then
                      subtract fIn_rayon from fIn_quantite
                      add invCompte(invIdx) to fIn_quantite
                      move invCompte(invIdx) to fIn_rayon
                 else
                      move fIn_rayon to fIn_quantite
                      add invCompte(invIdx) to fIn_quantite
                 end-if
                 rewrite tamp_fIn end-rewrite
            end-read
            close fIn
                 move invNom(invIdx) to lotConsoNom
                 subtract invCompte(invIdx) from invLivre(invIdx)
                    giving lotConsoQte
                 if invEmpl(invIdx) = 1 then
                      move 1 to lotConsoRayon
                 end-if
                 move invPrixU(invIdx) to lotPrixDefaut
                 perform ConsommerLotsIngredient
                 move 0 to lotConsoRayon
            end-if
       else
            open i-o fPot
            invalid key
                 display "Potion disparue du stock, ligne ignoree"
            not invalid key
                 if invEmpl(invIdx) = 1 then
                      subtract fPot_rayon from fPot_quantite
                      add invCompte(invIdx) to fPot_quantite
                      move invCompte(invIdx) to fPot_rayon
                 else
                      move fPot_rayon to fPot_quantite
                      add invCompte(invIdx) to fPot_quantite
                 end-if
                 rewrite tamp_fPot end-rewrite
            end-read
            close fPot
      *> Les unites manquantes sortent des brassins comme une vente
      *> sans client, pour que le reste par brassin suive le stock.
            if invCompte(invIdx) < invLivre(invIdx) then
                 move invNom(invIdx) to trcPotion
                 subtract invCompte(invIdx) from invLivre(invIdx)
                    giving trcQte
                 move "A" to trcSens
                 move 0 to trcVente
                 move 0 to trcRecu
                 move 0 to trcLigneRecu
                 move spaces to trcCompte
                 move 0 to trcJrn
                 move 0 to trcCout
                 perform TracerSortieBrassins
            end-if
       end-if
       perform InvPosterGrandLivre
       perform EcrireAjustement.

      *> Ecart d'inventaire au grand livre : ingredients manquants
      *> au prix de commande des lots consommes, ingredients
      *> retrouves au prix du stock, potions manquantes au cout de
      *> leurs brassins et potions retrouvees au cout standard de la
      *> recette.
       InvPosterGrandLivre.

       move 0 to glJrn
       move "AJUSTEMENT INVENTAIRE" to glLibelle
       if invCompte(invIdx) < invLivre(invIdx) then
            subtract invCompte(invIdx) from invLivre(invIdx)
               giving glEcart
            move 6580 to glDebit
            if invNature(invIdx) = "I" then
                 move 3100 to glCredit
                 move lotConsoValeur to glMontant
            else
                 move 3550 to glCredit
                 move trcCout to glMontant
            end-if
       else
            subtract invLivre(invIdx) from invCompte(invIdx)
               giving glEcart
            move 6580 to glCredit
            if invNature(invIdx) = "I" then
                 move 3100 to glDebit
                 multiply glEcart by invPrixU(invIdx)
                    giving glMontant
            else
                 move 3550 to glDebit
                 move invNom(invIdx) to coutPotionNom
                 perform CoutStandardPotion
                 multiply glEcart by coutPotionUnitaire
                    giving glMontant
            end-if
       end-if
       perform PasserEcriture.

       EcrireAjustement.

       open extend fAjt
       end-if
       multiply fAjt_ecart by invPrixU(invIdx)
          giving fAjt_valeur
       if invNature(invIdx) = "I" and fAjt_sens = "-" then
            move lotConsoValeur to fAjt_valeur
       end-if
       move invMotif to fAjt_motif
       move compteActifId to fAjt_operateur
       move invEmpl(invIdx) to fAjt_emplacement
       write tamp_fAjt
       close fAjt.

                 else
                      display "Potion :", fAjt_nom
                 end-if
                 evaluate fAjt_emplacement
                     when 1
                          display "Emplacement : RAYON"
                     when 2
                          display "Emplacement : RESERVE"
                     when other
                          display "Emplacement : STOCK TOTAL"
                 end-evaluate
                 display "Livre :", fAjt_livre,
                    " Compte :", fAjt_compte
                 display "Ecart : ", fAjt_sens, fAjt_ecart,

      *> Releve de compte : rejoue les mouvements du journal avec un
      *> solde courant. L'alchimiste choisit le compte, un client ne
      *> voit que le sien. Un report a nouveau de rotation ouvre le
      *> releve avec le solde des periodes archivees.
       ReleveCompte.

       if roleUser = 0 then
                      else
                           subtract fMvt_montant from releveSolde
                      end-if
                      if fMvt_motif = "REPORT A NOUVEAU" then
                           display " "
                           display "Solde reporte au ",
                              fMvt_date(1:8), " :", releveSolde
                      else
                           add 1 to releveCnt
                           display " "
                           display "Date :", fMvt_date(1:8)
                           display "Sens :", fMvt_sens
                           display "Montant :", fMvt_montant
                           display "Motif :", fMvt_motif
                           display "Operateur :", fMvt_operateur
                           display "Solde apres :", releveSolde
                      end-if
                 end-if
            end-read
       end-perform
      *> ne correspond pas au journal.
       ReconciliationSoldes.

       perform ControlerSoldes
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

       ControlerSoldes.

       display " "
       display "=======RECONCILIATION DES SOLDES======="
       move 0 to recoNbEcarts
                      display "ECART sur le compte :", fCom_id
                      display "Solde en compte :", fCom_solde
                      display "Solde du journal :", recoSolde
                      if fjActif = 1 then
                           move recoSolde to glSoldeEd
                           move spaces to rapportLigne
                           string "ECART compte " delimited by size
                              fCom_id delimited by size
                              " solde:" delimited by size
                              fCom_solde delimited by size
                              " journal:" delimited by size
                              glSoldeEd delimited by size
                              into rapportLigne
                           end-string
                           perform FjDetail
                      end-if
                 end-if
            end-read
       end-perform
       close fCom
       display "---------------------------------------"
       display "Comptes en ecart :", recoNbEcarts.

      *> Menu Gestion du catalogue : ajout/modification/retrait des
      *> ingredients et potions, et saisie de recettes completes,
       read fIn
       invalid key
            move catNom to fIn_nomIn
            display "Quantite initiale (en reserve) :"
            accept fIn_quantite
            move 0 to fIn_rayon
            display "Type (plante/champignon/pierre) :"
            accept fIn_type
            display "Prix d achat unitaire :"
            display "Quantite actuelle :", fIn_quantite
            display "Nouvelle quantite :"
            accept fIn_quantite
            if fIn_rayon > fIn_quantite then
                 move fIn_quantite to fIn_rayon
            end-if
            display "Type actuel :", fIn_type
            display "Nouveau type :"
            accept fIn_type
            move 0 to fPot_quantite
            move 0 to fPot_sold
            move 0 to fPot_prix
            move 0 to fPot_rayon
            move 0 to fPot_rayonMin
            write tamp_fPot
            move "AJOUT" to hisAction
            move "POTION" to hisFichier
            display "Quantite actuelle :", fPot_quantite
            display "Nouvelle quantite :"
            accept fPot_quantite
            if fPot_rayon > fPot_quantite then
                 move fPot_quantite to fPot_rayon
            end-if
            rewrite tamp_fPot end-rewrite
            perform DecrirePotion
            move hisValeur to hisApres
               display "3- Editer la liste des prix"
               display "4- Definir une promotion"
               display "5- Retirer une promotion"
               display "6- Definir un taux de taxe"
               display "7- Liste des taux de taxe"
               display "0- Quitter"
               accept prixChoix
               if prixChoix >= 0 and prixChoix < 8 then
                       move 1 to prixOk
               else
                       display "Saisie incorrecte"
               perform DefinirPromotion
           when 5
               perform RetirerPromotion
           when 6
               perform DefinirTauxTaxe
           when 7
               perform ListerTauxTaxe
           when 0
               display "Vous quittez."
       end-evaluate
            end-if
       end-if.

      *> Taux de taxe d'un effet de potion (ou DEFAUT) a partir
      *> d'une date d'effet ; un taux deja pose a la meme date est
      *> remplace. Les recus gardent le taux applique a la vente.
       DefinirTauxTaxe.

       display "Effet de potion (DEFAUT pour tous les autres) :"
       accept taxEffet
       display "Date d effet (AAAAMMJJ) :"
       accept taxDate
       display "Taux en pour cent (ex. 20,00) :"
       accept taxTaux
       open i-o fTax
       move taxEffet to fTax_effet
       move taxDate to fTax_dateEffet
       read fTax
       invalid key
            move taxEffet to fTax_effet
            move taxDate to fTax_dateEffet
            move taxTaux to fTax_taux
            move compteActifId to fTax_operateur
            write tamp_fTax
            move "AJOUT" to hisAction
            move spaces to hisAvant
       not invalid key
            perform DecrireTauxTaxe
            move hisValeur to hisAvant
            move taxTaux to fTax_taux
            move compteActifId to fTax_operateur
            rewrite tamp_fTax end-rewrite
            move "MODIF" to hisAction
       end-read
       close fTax
       move "TAXE" to hisFichier
       move taxEffet to hisCle
       perform DecrireTauxTaxe
       move hisValeur to hisApres
       perform JournaliserCatalogue
       move taxTaux to taxTauxEd
       display "Taux de ", taxTauxEd, " % enregistre a partir",
          " du ", taxDate.

      *> Decrit le taux courant (tamp_fTax) dans hisValeur.
       DecrireTauxTaxe.

       move fTax_taux to taxTauxEd
       move spaces to hisValeur
       string "taux=" delimited by size
           taxTauxEd delimited by size
          " effet=" delimited by size
           fTax_dateEffet delimited by size
          into hisValeur
       end-string.

       ListerTauxTaxe.

       display " "
       display "=======TAUX DE TAXE======="
       open input fTax
       move 0 to taxFin
       perform with test after until taxFin = 1
            read fTax next
            at end move 1 to taxFin
            not at end
                 move fTax_taux to taxTauxEd
                 display fTax_effet, " a partir du ", fTax_dateEffet,
                    " : ", taxTauxEd, " %"
            end-read
       end-perform
       close fTax.

       RetirerPromotion.

       display "Potion dont la promotion est a retirer :"
                        display "Nom :", fIn_nomIn
                        display "--------------------------------------"
                        display "Quantite :", fIn_quantite
                        display "En rayon :", fIn_rayon
                        display "Type :", fIn_type
                        display "Prix :", fIn_prix
              END-READ
                        display "Nom :", fIn_nomIn
                        display "--------------------------------------"
                        display "Quantite :", fIn_quantite
                        display "En rayon :", fIn_rayon
                        display "Type :", fIn_type
                        display "Prix :", fIn_prix
                        end-if
        end-if
        display "Entrez le seuil de reapprovisionnement"
        accept alerteSeuil
        perform ListerStockBas
        if roleUser = 0 then
              perform Alchimiste
        else
              if roleUser = 2 then
                  perform Auditeur
              else
              perform Client
              end-if
        end-if.

      *> Ingredients sous alerteSeuil (du type alerteTypeChoix si
      *> alerteParType = 1), comptes dans alerteCnt.
        ListerStockBas.

        move 0 to alerteFin
        move 0 to alerteCnt
        open input fIn
        perform with test after until alerteFin = 1
                read fIn next
                                display "Nom :", fIn_nomIn
                                display "------------------------------"
                                display "Quantite :", fIn_quantite
                                display "En rayon :", fIn_rayon
                                display "Type :", fIn_type
                                display "Seuil :", alerteSeuil
                                add 1 to alerteCnt
                                if fjActif = 1 then
                                     move spaces to rapportLigne
                                     string "STOCK BAS "
                                        delimited by size
                                        fIn_nomIn delimited by size
                                        " qte:" delimited by size
                                        fIn_quantite delimited by size
                                        " seuil:" delimited by size
                                        alerteSeuil delimited by size
                                        into rapportLigne
                                     end-string
                                     perform FjDetail
                                end-if
                        end-if
                end-read
        end-perform
        close fIn
        display "---------------------------------------"
        display "Ingredients sous le seuil :", alerteCnt.


        RechercherIngredientsNom.
                        display "Nom :", fIn_nomIn
                        display "--------------------------------------"
                        display "Quantite :", fIn_quantite
                        display "En rayon :", fIn_rayon
                        display "Type :", fIn_type
                        display "Prix :", fIn_prix
                        end-if
                display "1- Afficher toutes les ventes"
                display "2- Rechercher les ventes date a un jour"
                display "3- Reimprimer un recu"
                display "4- Reimprimer un avoir"
                display "0- Quitter"
                accept registreChoix
                if registreChoix >= 0 and registreChoix < 5 then
                        move 1 to registreOk
                else
                        display "Saisie incorrecte"
                        perform RechercherVentesJour
                when 3
                        perform ReimprimerRecu
                when 4
                        perform ReimprimerAvoir
                when 0
                        display "Vous quittez."
                        if roleUser = 0 then
                        display "Nom :", fPot_nom
                        display "--------------------------------------"
                        display "Quantite :", fPot_quantite
                        display "En rayon :", fPot_rayon
                        display "Effet :", fPot_effet
                        display "Prix :", fPot_prix
              END-READ
              AT END
                move 1 to potionFin
              NOT AT END
                        if fPot_rayon > 0 then

                        display " "
                        display "Nom :", fPot_nom
                        display "--------------------------------------"
                        display "Quantite :", fPot_rayon
                        display "Effet :", fPot_effet
                        display "Prix :", fPot_prix

              AT END
                move 1 to potionFin
              NOT AT END
                        if fPot_rayon > 0 then

                        display " "
                        display "Nom :", fPot_nom
                        display "--------------------------------------"
                        display "Quantite :", fPot_rayon
                        display "Effet :", fPot_effet
                        display "Prix :", fPot_prix

                        display "Nom :", fPot_nom
                        display "--------------------------------------"
                        display "Quantite :", fPot_quantite
                        display "En rayon :", fPot_rayon
                        display "Effet :", fPot_effet
                        display "Prix :", fPot_prix

                        then
                             display "Nom :", fPot_nom
                             display "Quantite :",fPot_quantite
                             display "En rayon :", fPot_rayon
                             display "Effet :", fPot_effet
                             display "Prix :", fPot_prix
                        end-if
                                             display "Prix non fixe,",
                                                " vente bloquee"
                                        else
                                        if fPot_rayon = 0 then
                                             display "Cette potion",
                                                " n'est pas",
                                                " disponible en rayon"
                                             display "Vous pouvez la",
                                                " reserver depuis le",
                                                " menu client"
                    perform MouvementCaisse
               end-read
               close fCom
               move achatTotalDebit to glMontant
               move "VENTE POTION" to glLibelle
               move jrnEcrId to glJrn
               perform PasserEncaissement

      *> Chaque passage en caisse produit un recu numerote que le
      *> client peut faire reimprimer en cas de litige ; la ligne
      *> de vente garde le numero et la ligne de son recu.
               perform ProchainNumeroRecu
               move rcuProchainNumero to rcuNumero
               move 0 to rcuLigne

               move potionAchatNom to stockRetraitNom
               move 1 to stockRetraitQte
               perform RetirerStockPotion
               move potionAchatNom to taxPotion
               perform TaxePotion
               move potionAchatPrix to taxBrut
               perform CalculerTaxe
               move potionAchatNom to venteNom
               move 1 to venteQuantite
               move potionAchatPrix to venteMontant
               move remiseUnitaire to venteRemise
               move compteActifId to venteCompte
               move rcuNumero to venteRecu
               move 1 to venteLigneRecu
               move taxTaux to venteTaux
               move taxMontant to venteTaxe
               perform AjoutVente

               move compteActifId to rcuEcrCompte
               move potionAchatNom to rcuEcrPotion
               move 1 to rcuEcrQte
               move potionAchatPrix to rcuEcrPrixU
               move potionAchatPrix to rcuEcrMontant
               move remiseUnitaire to rcuEcrRemise
               move venteTaux to rcuEcrTaux
               move venteTaxe to rcuEcrTaxe
               perform EcrireLigneRecu

               move "F" to jrnEcrEtape
                                         to panierDejaPris
                                 end-if
                            end-perform
                            display "En rayon :", fPot_rayon
                            display "Quantite voulue :"
                            accept panierQte
                            if panierQte = 0 then
                                    " ignoree"
                            else
                            if panierQte + panierDejaPris
                               > fPot_rayon then
                                 display "Rayon insuffisant pour",
                                    " cette quantite"
                            else
      *> La meilleure reduction (promotion ou remise fidelite)
                       perform MouvementCaisse
                  end-read
                  close fCom
                  move panierTotal to glMontant
                  move "VENTE PANIER" to glLibelle
                  move jrnEcrId to glJrn
                  perform PasserEncaissement
      *> Le panier entier part sur un seul recu numerote, une
      *> ligne de recu par article regle.
                  perform ProchainNumeroRecu
                          by panierRemiseU(panierIdx)
                          giving venteRemise
                       move compteActifId to venteCompte
                       move rcuNumero to venteRecu
                       add 1 to rcuLigne giving venteLigneRecu
                       move panierPotion(panierIdx) to taxPotion
                       perform TaxePotion
                       move venteMontant to taxBrut
                       perform CalculerTaxe
                       move taxTaux to venteTaux
                       move taxMontant to venteTaxe
                       perform AjoutVente
                       move compteActifId to rcuEcrCompte
                       move panierPotion(panierIdx) to rcuEcrPotion
                          to rcuEcrPrixU
                       move venteMontant to rcuEcrMontant
                       move venteRemise to rcuEcrRemise
                       move venteTaux to rcuEcrTaux
                       move venteTaxe to rcuEcrTaxe
                       perform EcrireLigneRecu
                  end-perform
                  move "F" to jrnEcrEtape
             if fPot_prix = 0 then
                  display "Prix non fixe, reservation impossible"
             else
             if fPot_rayon > 0 then
                  display "Cette potion est en rayon,",
                     " achetez-la directement"
             else
                  move 1 to resTrouve
                            perform MouvementCaisse
                       end-read
                       close fCom
                       move 4110 to glDebit
                       move 4191 to glCredit
                       move resMontant to glMontant
                       move "ACOMPTE RESERVATION" to glLibelle
                       move jrnEcrId to glJrn
                       perform PasserEcriture
                       move 5300 to glDebit
                       move 5310 to glCredit
                       move "ENCAISSEMENT" to glLibelle
                       perform PasserEcriture

                       open i-o fRes
                       move resId to fRes_id

      *> Apres un brassage, sert les reservations en attente de la
      *> potion resPotionCible dans l'ordre d'anciennete (plus petit
      *> fRes_id d'abord), tant que le rayon permet de servir
      *> entierement la plus ancienne. Le brassage remplissant la
      *> reserve, c'est le plus souvent la montee en rayon qui sert.
       ServirReservations.

        open i-o fPot
                       invalid key
                            move 1 to resFin
                       not invalid key
                            if fRes_quantite > fPot_rayon then
                                 move 1 to resFin
                            else
      *> Chaque service est journalise comme les autres operations

                                 subtract fRes_quantite
                                    from fPot_quantite
                                 subtract fRes_quantite
                                    from fPot_rayon
                                 add fRes_quantite to fPot_sold
                                 rewrite tamp_fPot end-rewrite
                                 move 1 to fRes_statut
                                 rewrite tamp_fRes end-rewrite
      *> La vente est enregistree au registre au service de la
      *> reservation, au nom du reservataire et pour le montant de
      *> l'acompte encaisse a la reservation. Elle part sur un recu
      *> numerote, taxe calculee au taux du jour du service.
                                 perform ProchainNumeroRecu
                                 move rcuProchainNumero to rcuNumero
                                 move 0 to rcuLigne
                                 move fPot_effet to taxEffet
                                 move function current-date(1:8)
                                    to taxDate
                                 perform TauxTaxeEffet
                                 move fRes_montant to taxBrut
                                 perform CalculerTaxe
                                 move resPotionCible to venteNom
                                 move fRes_quantite
                                    to venteQuantite
                                 move fRes_montant to venteMontant
                                 move 0 to venteRemise
                                 move fRes_compte to venteCompte
                                 move rcuNumero to venteRecu
                                 move 1 to venteLigneRecu
                                 move taxTaux to venteTaux
                                 move taxMontant to venteTaxe
                                 perform AjoutVente
                                 move fRes_compte to rcuEcrCompte
                                 move resPotionCible to rcuEcrPotion
                                 move fRes_quantite to rcuEcrQte
                                 divide fRes_montant by fRes_quantite
                                    giving rcuEcrPrixU
                                 move fRes_montant to rcuEcrMontant
                                 move 0 to rcuEcrRemise
                                 move venteTaux to rcuEcrTaux
                                 move venteTaxe to rcuEcrTaxe
                                 perform EcrireLigneRecu
                                 move 4191 to glDebit
                                 move 7070 to glCredit
                                 move fRes_montant to glMontant
                                 move "RESERVATION SERVIE"
                                    to glLibelle
                                 move jrnEcrId to glJrn
                                 perform PasserEcriture
                                 move "F" to jrnEcrEtape
                                 perform EcrireJournal
                                 display "Reservation #", fRes_id,
                                    " servie pour ", fRes_compte,
                                    " (", fRes_quantite, " x ",
                                    resPotionCible, "), recu #",
                                    rcuNumero
                                 if fjActif = 1 then
                                      move spaces to rapportLigne
                                      string "SERVIE reservation #"
                                         delimited by size
                                         fRes_id delimited by size
                                         " " delimited by size
                                         fRes_compte delimited by size
                                         " recu #" delimited by size
                                         rcuNumero delimited by size
                                         into rapportLigne
                                      end-string
                                      perform FjDetail
                                 end-if
                            end-if
                       end-read
                       close fRes
        close fPot.

      *> Retire stockRetraitQte unites du stock de la potion
      *> stockRetraitNom, prises en rayon (le rayon a ete verifie
      *> par l'appelant).
       RetirerStockPotion.

        open i-o fPot
                display "Pas de potion portant ce nom"
        not invalid key
                subtract stockRetraitQte from fPot_quantite
                if fPot_rayon > stockRetraitQte then
                        subtract stockRetraitQte from fPot_rayon
                else
                        move 0 to fPot_rayon
                end-if
                add stockRetraitQte to fPot_sold
                rewrite tamp_fPot end-rewrite
        end-read
      *> reellement vendue, venteMontant le total de la ligne et
      *> venteCompte le compte acheteur (qui n'est pas toujours le
      *> compte connecte : une reservation servie est vendue au
      *> reservataire). venteRecu/venteLigneRecu rattachent la
      *> ligne a son recu ; un retour s'ecrit en valeurs negatives.
       AjoutVente.

       perform ProchainIdVente
       move venteRemise to fVen_remise
       move venteQuantite to fVen_quantite
       move venteCompte to fVen_compte
       move venteRecu to fVen_recu
       move venteLigneRecu to fVen_ligneRecu
       move venteTaux to fVen_taux
       move venteTaxe to fVen_taxe
       write tamp_fVen
       close fVen
      *> Chaque unite vendue est rattachee au brassin dont elle sort
      *> (le plus ancien brassin de la potion ayant encore des
      *> unites), sous la transaction journalisee en cours.
       if venteQuantite > 0 then
            move venteNom to trcPotion
            move venteQuantite to trcQte
            move "V" to trcSens
            move venProchainId to trcVente
            move venteRecu to trcRecu
            move venteLigneRecu to trcLigneRecu
            move venteCompte to trcCompte
            move jrnEcrId to trcJrn
            move 0 to trcCout
            perform TracerSortieBrassins
            move 6030 to glDebit
            move 3550 to glCredit
            move trcCout to glMontant
            move "COUT DES VENTES" to glLibelle
            move jrnEcrId to glJrn
            perform PasserEcriture
            move 7090 to glDebit
            move 7070 to glCredit
            move venteRemise to glMontant
            move "REMISE ACCORDEE" to glLibelle
            perform PasserEcriture
            move 7070 to glDebit
            move 4457 to glCredit
            move venteTaxe to glMontant
            move "TAXE COLLECTEE" to glLibelle
            perform PasserEcriture
       end-if.

      *> Sortie de trcQte unites de trcPotion, prises brassin par
      *> brassin du plus ancien au plus recent ; ce qu'aucun
      *> brassin ne couvre (stock anterieur aux brassins) est
      *> trace sur le brassin 0. L'appelant garantit trcQte > 0.
       TracerSortieBrassins.

       perform with test after until trcQte = 0
            move 0 to braTrouve
            move 99999 to trcBrassin
            open input fBra
            move trcPotion to fBra_potion
            start fBra, key is = fBra_potion
            invalid key
                 continue
            not invalid key
                 move 0 to braFin
                 perform with test after until braFin = 1
                      read fBra next
                      at end move 1 to braFin
                      not at end
                           if fBra_potion not = trcPotion then
                                move 1 to braFin
                           else
                                if fBra_ligne = 0
                                   and fBra_restant > 0
                                   and fBra_numero < trcBrassin then
                                     move fBra_numero to trcBrassin
                                     move 1 to braTrouve
                                end-if
                           end-if
                      end-read
                 end-perform
            end-start
            close fBra
            if braTrouve = 0 then
                 move 0 to trcBrassin
                 move trcQte to trcPrise
            else
                 open i-o fBra
                 move trcBrassin to fBra_numero
                 move 0 to fBra_ligne
                 read fBra
                 invalid key
                      move 0 to trcBrassin
                      move trcQte to trcPrise
                 not invalid key
                      if fBra_restant > trcQte then
                           move trcQte to trcPrise
                      else
                           move fBra_restant to trcPrise
                      end-if
                      subtract trcPrise from fBra_restant
                      rewrite tamp_fBra end-rewrite
                 end-read
                 close fBra
            end-if
            perform EcrireTraceBrassin
            subtract trcPrise from trcQte
       end-perform.

      *> Ecrit une ligne de tracabilite de trcPrise unites pour le
      *> brassin trcBrassin, numerotee a la suite du fichier.
       EcrireTraceBrassin.

       open i-o fTrc
       move 0 to trcProchainId
       move 9999999 to fTrc_id
       start fTrc, key is less than or equal to fTrc_id
       invalid key
            continue
       not invalid key
            read fTrc next
            at end continue
            not at end
                 move fTrc_id to trcProchainId
            end-read
       end-start
       add 1 to trcProchainId
       move trcProchainId to fTrc_id
       move trcBrassin to fTrc_brassin
       move trcPotion to fTrc_potion
       move trcSens to fTrc_sens
       move trcPrise to fTrc_quantite
       move trcVente to fTrc_vente
       move trcRecu to fTrc_recu
       move trcLigneRecu to fTrc_ligneRecu
       move trcCompte to fTrc_compte
       move trcJrn to fTrc_jrn
       move function current-date(1:8) to fTrc_date
       write tamp_fTrc
       close fTrc
       perform CumulerCoutTrace.

      *> Valorise les trcPrise unites tracees au cout unitaire de
      *> leur brassin (cout standard de la recette pour le stock
      *> sans brassin) et les cumule dans trcCout.
       CumulerCoutTrace.

       move 0 to coutLigne
       if trcBrassin = 0 then
            move trcPotion to coutPotionNom
            perform CoutStandardPotion
            multiply trcPrise by coutPotionUnitaire giving coutLigne
       else
            open input fBra
            move trcBrassin to fBra_numero
            move 0 to fBra_ligne
            read fBra
            invalid key
                 continue
            not invalid key
                 multiply trcPrise by fBra_coutUnitaire
                    giving coutLigne
            end-read
            close fBra
       end-if
       add coutLigne to trcCout.

      *> Retour de trcQte unites de la ligne trcLigneRecu du recu
      *> trcRecu : les unites sont rattachees aux brassins dont la
      *> ligne les avait tirees, a hauteur du net deja vendu moins
      *> deja rendu pour chacun ; le reste va au brassin 0. trcCout
      *> recoit leur cout de brassin. En bon etat (trcSens R) elles
      *> sont rendues au reste du brassin ; endommagees (trcSens E)
      *> elles sont seulement tracees.
       RendreBrassins.

       move 0 to retBraNb
       open input fTrc
       move 0 to trcFin
       perform with test after until trcFin = 1
            read fTrc next
            at end move 1 to trcFin
            not at end
                 if fTrc_recu = trcRecu
                    and fTrc_ligneRecu = trcLigneRecu
                    and fTrc_brassin > 0
                    and trcRecu > 0 then
                      move 0 to braTrouve
                      move 0 to retBraIdx
                      perform with test after
                         until retBraIdx >= retBraNb
                            or braTrouve = 1
                           add 1 to retBraIdx
                           if retBraIdx <= retBraNb then
                                if retBraNumero(retBraIdx)
                                   = fTrc_brassin then
                                     move 1 to braTrouve
                                end-if
                           end-if
                      end-perform
                      if braTrouve = 0 and retBraNb < 20 then
                           add 1 to retBraNb
                           move retBraNb to retBraIdx
                           move fTrc_brassin
                              to retBraNumero(retBraIdx)
                           move 0 to retBraNet(retBraIdx)
                           move 1 to braTrouve
                      end-if
                      if braTrouve = 1 then
                           if fTrc_sens = "R" or fTrc_sens = "E" then
                                subtract fTrc_quantite
                                   from retBraNet(retBraIdx)
                           else
                                add fTrc_quantite
                                   to retBraNet(retBraIdx)
                           end-if
                      end-if
                 end-if
            end-read
       end-perform
       close fTrc

       move 0 to retBraIdx
       perform with test after
          until retBraIdx >= retBraNb or trcQte = 0
            add 1 to retBraIdx
            if retBraIdx <= retBraNb then
                 if retBraNet(retBraIdx) > 0 then
                      move retBraNumero(retBraIdx) to trcBrassin
                      if retBraNet(retBraIdx) > trcQte then
                           move trcQte to trcPrise
                      else
                           move retBraNet(retBraIdx) to trcPrise
                      end-if
                      if trcSens = "R" then
                           open i-o fBra
                           move trcBrassin to fBra_numero
                           move 0 to fBra_ligne
                           read fBra
                           invalid key
                                continue
                           not invalid key
                                add trcPrise to fBra_restant
                                rewrite tamp_fBra end-rewrite
                           end-read
                           close fBra
                      end-if
                      perform EcrireTraceBrassin
                      subtract trcPrise from trcQte
                 end-if
            end-if
       end-perform
       if trcQte > 0 then
            move 0 to trcBrassin
            move trcQte to trcPrise
            perform EcrireTraceBrassin
            move 0 to trcQte
       end-if.

      *> Reprise : les traces ecrites sous la transaction
      *> interrompue jrnDernierId sont effacees et leurs unites
      *> rendues (ou reprises, pour un retour) a leur brassin.
       AnnulerTracesBrassins.

       move 0 to trcFin
       perform with test after until trcFin = 1
            open i-o fTrc
            move jrnDernierId to fTrc_jrn
            start fTrc, key is = fTrc_jrn
            invalid key
                 move 1 to trcFin
            not invalid key
                 read fTrc next
                 at end move 1 to trcFin
                 not at end
                      if fTrc_jrn not = jrnDernierId then
                           move 1 to trcFin
                      else
                           if fTrc_brassin > 0 then
                                open i-o fBra
                                move fTrc_brassin to fBra_numero
                                move 0 to fBra_ligne
                                read fBra
                                invalid key
                                     continue
                                not invalid key
                                     if fTrc_sens = "R" then
                                          if fBra_restant
                                             > fTrc_quantite then
                                               subtract fTrc_quantite
                                                  from fBra_restant
                                          else
                                               move 0 to fBra_restant
                                          end-if
                                     else
                                          if fTrc_sens not = "E" then
                                               add fTrc_quantite
                                                  to fBra_restant
                                          end-if
                                     end-if
                                     rewrite tamp_fBra end-rewrite
                                end-read
                                close fBra
                           end-if
                           delete fTrc record
                      end-if
                 end-read
            end-start
            close fTrc
       end-perform.

      *> Prochain numero de vente : plus grand numero du registre
      *> courant plus un (les lignes archivees gardent le leur).
       close fVen
       add 1 to venProchainId.

      *> Taux de taxe applicable aujourd'hui a la potion taxPotion,
      *> d'apres son effet, dans taxTaux.
       TaxePotion.

       move spaces to taxEffet
       open input fPot
       move taxPotion to fPot_nom
       read fPot
       invalid key
            continue
       not invalid key
            move fPot_effet to taxEffet
       end-read
       close fPot
       move function current-date(1:8) to taxDate
       perform TauxTaxeEffet.

      *> Taux de l'effet taxEffet en vigueur a la date taxDate : le
      *> taux de date d'effet la plus recente non posterieure, a
      *> defaut celui de l'effet DEFAUT, a defaut zero.
       TauxTaxeEffet.

       move 0 to taxTaux
       move 0 to taxTrouve
       perform ChercherTauxTaxe
       if taxTrouve = 0 then
            move "DEFAUT" to taxEffet
            perform ChercherTauxTaxe
       end-if.

       ChercherTauxTaxe.

       open input fTax
       move taxEffet to fTax_effet
       move taxDate to fTax_dateEffet
       start fTax, key is less than or equal to fTax_cle
       invalid key
            continue
       not invalid key
            read fTax next
            at end continue
            not at end
                 if fTax_effet = taxEffet then
                      move fTax_taux to taxTaux
                      move 1 to taxTrouve
                 end-if
            end-read
       end-start
       close fTax.

      *> Taxe comprise dans le montant taxBrut au taux taxTaux :
      *> brut x taux / (100 + taux), arrondie a l'unite.
       CalculerTaxe.

       multiply taxBrut by taxTaux giving taxProduit
       add 100 to taxTaux giving taxDiviseur
       divide taxProduit by taxDiviseur giving taxMontant rounded.

      *> Prochain numero de recu : plus grand numero du fichier des
      *> recus plus un, la numerotation est continue. La cle etant
      *> (numero, ligne), on se positionne directement sur la
       move rcuEcrPrixU to fRcu_prixUnitaire
       move rcuEcrMontant to fRcu_montant
       move rcuEcrRemise to fRcu_remise
       move rcuEcrTaux to fRcu_taux
       move rcuEcrTaxe to fRcu_taxe
       write tamp_fRcu
       close fRcu.


       move 0 to rcuTrouve
       move 0 to rcuTotal
       move 0 to rcuTotalTaxe
       move 0 to rcuCnt
       open input fRcu
       move rcuChoix to fRcu_numero
                           display "  dont remise accordee :",
                              fRcu_remise
                      end-if
                      move fRcu_taux to taxTauxEd
                      display "  dont taxe ", taxTauxEd, " % :",
                         fRcu_taxe
                      add fRcu_montant to rcuTotal
                      add fRcu_taxe to rcuTotalTaxe
                      add 1 to rcuCnt
                      read fRcu next
                      at end move 1 to rcuFin
            end-perform
            display "---------------------------------------"
            display "Lignes :", rcuCnt
            subtract rcuTotalTaxe from rcuTotal giving rcuTotalNet
            display "Total hors taxe :", rcuTotalNet
            display "Taxe :", rcuTotalTaxe
            display "Total TTC debite :", rcuTotal
      *> Les avoirs emis sur ce recu (retours) sont rappeles sous le
      *> total, avec le net reste a la charge du client.
            move 0 to avoTotal
            open input fAvo
            move rcuChoix to fAvo_recu
            start fAvo, key is = fAvo_recu
            invalid key
                 continue
            not invalid key
                 move 0 to avoFin
                 perform with test after until avoFin = 1
                      read fAvo next
                      at end move 1 to avoFin
                      not at end
                           if fAvo_recu = rcuChoix then
                                display "Retour avoir #", fAvo_numero,
                                   " du ", fAvo_date(1:8), " : ",
                                   fAvo_potion, " x", fAvo_quantite,
                                   " = -", fAvo_montant
                                add fAvo_montant to avoTotal
                           else
                                move 1 to avoFin
                           end-if
                      end-read
                 end-perform
            end-start
            close fAvo
            if avoTotal > 0 then
                 move rcuTotal to avoNet
                 subtract avoTotal from avoNet
                 display "Total rembourse par avoir :", avoTotal
                 display "Net apres retours :", avoNet
            end-if
       end-if
       close fRcu.

       if rcuChoix not = 0 then
            perform ImprimerRecu
       end-if
       display " "
       display "=======MES AVOIRS======="
       open input fAvo
       move compteActifId to fAvo_compte
       start fAvo, key is = fAvo_compte
       invalid key
            display "Aucun avoir"
       not invalid key
            move 0 to avoFin
            perform with test after until avoFin = 1
                 read fAvo next
                 at end move 1 to avoFin
                 not at end
                      if fAvo_compte = compteActifId then
                           if fAvo_ligne = 1 then
                                display "Avoir #", fAvo_numero,
                                   " du ", fAvo_date(1:8),
                                   " sur recu #", fAvo_recu
                           end-if
                      else
                           move 1 to avoFin
                      end-if
                 end-read
            end-perform
       end-start
       close fAvo
       display "Numero de l avoir a reimprimer (0 = aucun) :"
       accept avoChoix
       if avoChoix not = 0 then
            perform ImprimerAvoir
       end-if
       if roleUser = 0 then
             perform Alchimiste
       else
             end-if
       end-if.

      *> Retour client sur un recu numerote : tout ou partie d'une
      *> ou plusieurs lignes du recu. Les potions en bon etat
      *> retournent en stock, les endommagees sont seulement notees
      *> sur l'avoir. Le client est rembourse sur son solde au prix
      *> net reellement paye (remise deduite), la caisse decaisse
      *> le meme montant, le registre recoit une ligne negative et
      *> un avoir numerote est emis. Le cumul des avoirs d'une ligne
      *> de recu ne peut jamais depasser la quantite vendue.
       RetournerPotion.

       display "Numero du recu du retour :"
       accept retRecu
       move 0 to retNbLignes
       move 0 to retNb
       move 0 to retTotal
       move spaces to retCompte
       open input fRcu
       move retRecu to fRcu_numero
       move 0 to fRcu_ligne
       start fRcu, key is greater than fRcu_cle
       invalid key
            continue
       not invalid key
            move 0 to rcuFin
            perform with test after until rcuFin = 1
                 read fRcu next
                 at end move 1 to rcuFin
                 not at end
                      if fRcu_numero = retRecu
                         and fRcu_ligne <= 10 then
                           move fRcu_compte to retCompte
                           move fRcu_ligne to retNbLignes
                           move fRcu_potion
                              to retRcuPotion(fRcu_ligne)
                           move fRcu_quantite
                              to retRcuVendu(fRcu_ligne)
                           move 0 to retRcuRendu(fRcu_ligne)
                           move fRcu_prixUnitaire
                              to retRcuPrixU(fRcu_ligne)
                           move fRcu_remise
                              to retRcuRemise(fRcu_ligne)
                           move fRcu_taux
                              to retRcuTaux(fRcu_ligne)
                           move fRcu_montant
                              to retRcuMontant(fRcu_ligne)
                           move 0 to retRcuRembourse(fRcu_ligne)
                      else
                           move 1 to rcuFin
                      end-if
                 end-read
            end-perform
       end-start
       close fRcu

       if retNbLignes = 0 then
            display "Pas de recu portant ce numero"
       else
      *> Cumul de ce qui a deja ete rendu sur chaque ligne du recu
      *> par les avoirs precedents.
            open input fAvo
            move retRecu to fAvo_recu
            start fAvo, key is = fAvo_recu
            invalid key
                 continue
            not invalid key
                 move 0 to avoFin
                 perform with test after until avoFin = 1
                      read fAvo next
                      at end move 1 to avoFin
                      not at end
                           if fAvo_recu = retRecu then
                                if fAvo_ligneRecu >= 1
                                   and fAvo_ligneRecu <= retNbLignes
                                then
                                     add fAvo_quantite to
                                        retRcuRendu(fAvo_ligneRecu)
                                     add fAvo_montant to
                                        retRcuRembourse(fAvo_ligneRecu)
                                end-if
                           else
                                move 1 to avoFin
                           end-if
                      end-read
                 end-perform
            end-start
            close fAvo

            display " "
            display "=======RETOUR SUR RECU #", retRecu, "======="
            display "Client :", retCompte
            move 0 to retIdx
            perform with test after until retIdx >= retNbLignes
                 add 1 to retIdx
                 display "Ligne ", retIdx, " : ",
                    retRcuPotion(retIdx), " vendu:",
                    retRcuVendu(retIdx), " deja rendu:",
                    retRcuRendu(retIdx), " prix net:",
                    retRcuPrixU(retIdx)
            end-perform

            move 1 to retSuite
            perform with test after until retSuite = 0
                 display " "
                 display "Ligne du recu a retourner",
                    " (0 pour terminer) :"
                 accept retLigneChoix
                 if retLigneChoix = 0 then
                      move 0 to retSuite
                 else
                 if retLigneChoix > retNbLignes then
                      display "Ligne inconnue sur ce recu"
                 else
                      move 0 to retDispo
                      if retRcuVendu(retLigneChoix)
                         > retRcuRendu(retLigneChoix) then
                           subtract retRcuRendu(retLigneChoix)
                              from retRcuVendu(retLigneChoix)
                              giving retDispo
                      end-if
                      if retDispo = 0 then
                           display "Ligne deja entierement",
                              " retournee"
                      else
                           display "Quantite retournee (au plus ",
                              retDispo, ") :"
                           accept retQte
                           if retQte = 0 or retQte > retDispo then
                                display "Quantite refusee : de 1 a ",
                                   retDispo
                           else
                                display "Etat : 1- bon (remis en",
                                   " stock) | 2- endommage"
                                accept retEtatChoix
                                if retEtatChoix not = 1
                                   and retEtatChoix not = 2 then
                                     display "Saisie incorrecte"
                                else
                                     add 1 to retNb
                                     move retLigneChoix
                                        to retLigneRecu(retNb)
                                     move retRcuPotion(retLigneChoix)
                                        to retPotion(retNb)
                                     move retQte to retQuantite(retNb)
                                     if retEtatChoix = 1 then
                                          move "B" to retEtat(retNb)
                                     else
                                          move "E" to retEtat(retNb)
                                     end-if
                                     move retRcuPrixU(retLigneChoix)
                                        to retPrixU(retNb)
      *> Le remboursement est la part du montant de la ligne de
      *> recu au prorata de la quantite rendue ; le dernier retour
      *> de la ligne prend le reste, pour rendre exactement ce qui a
      *> ete paye meme quand le prix unitaire du recu est arrondi
      *> (reservation servie).
                                     move retRcuMontant(retLigneChoix)
                                        to retLigneMontant
                                     move retRcuRembourse(retLigneChoix)
                                        to retDejaRembourse
                                     add retQte
                                        to retRcuRendu(retLigneChoix)
                                        giving retCalc
                                     move 0 to retMontant(retNb)
                                     if retCalc
                                        >= retRcuVendu(retLigneChoix)
                                     then
                                          if retLigneMontant
                                             > retDejaRembourse then
                                               subtract retDejaRembourse
                                                  from retLigneMontant
                                                  giving
                                                     retMontant(retNb)
                                          end-if
                                     else
                                          multiply retQte
                                             by retLigneMontant
                                             giving retCalc
                                          divide retRcuVendu
                                             (retLigneChoix)
                                             into retCalc
                                          move retCalc
                                             to retMontant(retNb)
                                     end-if
                                     add retMontant(retNb)
                                        to retRcuRembourse
                                           (retLigneChoix)
      *> La remise de la ligne de recu est la remise unitaire fois
      *> la quantite vendue : la part rendue est exacte.
                                     multiply retQte
                                        by retRcuRemise(retLigneChoix)
                                        giving retRemise(retNb)
                                     divide retRcuVendu(retLigneChoix)
                                        into retRemise(retNb)
      *> La taxe rendue est celle comprise dans le montant rembourse,
      *> au taux du recu d'origine.
                                     move retRcuTaux(retLigneChoix)
                                        to retTaux(retNb)
                                     move retMontant(retNb) to taxBrut
                                     move retTaux(retNb) to taxTaux
                                     perform CalculerTaxe
                                     move taxMontant to retTaxe(retNb)
                                     add retMontant(retNb) to retTotal
                                     add retQte
                                        to retRcuRendu(retLigneChoix)
                                     display "Ligne ajoutee, total a",
                                        " rembourser :", retTotal
                                     if retNb = 10 then
                                          display "Avoir plein",
                                             " (10 lignes)"
                                          move 0 to retSuite
                                     end-if
                                end-if
                           end-if
                      end-if
                 end-if
                 end-if
            end-perform
       end-if

       move 0 to retOk
       if retNb = 0 then
            if retNbLignes > 0 then
                 display "Aucune ligne retournee, retour annule"
            end-if
       else
            open input fCom
            move retCompte to fCom_id
            read fCom
            invalid key
                 display "Compte du client introuvable, retour",
                    " annule"
            not invalid key
                 move fCom_solde to jrnSoldeAvant
                 move 1 to retOk
            end-read
            close fCom
       end-if

       if retOk = 1 then
      *> Intention journalisee comme un achat : D avec le solde et
      *> la longueur du registre, une ligne L par article avec le
      *> stock et le compteur de ventes d'avant et le numero de
      *> l'avoir prevu, pour que la reprise puisse tout retablir.
            perform ProchainNumeroAvoir
            move avoProchainNumero to avoNumero
            perform ProchainIdJournal
            perform CompterVentes
            move jrnProchainId to jrnEcrId
            move "RETOUR" to jrnEcrType
            move "D" to jrnEcrEtape
            move retCompte to jrnEcrCompte
            move retTotal to jrnEcrMontant
            move jrnSoldeAvant to jrnEcrSoldeAvant
            move spaces to jrnEcrPotion
            move 0 to jrnEcrQte
            move 0 to jrnEcrStockAvant
            move 0 to jrnEcrVenduAvant
            move jrnVentesCnt to jrnEcrNbVentes
            perform EcrireJournal
            move 0 to retIdx
            perform with test after until retIdx >= retNb
                 add 1 to retIdx
                 move "L" to jrnEcrEtape
                 move retPotion(retIdx) to jrnEcrPotion
                 move retQuantite(retIdx) to jrnEcrQte
                 move 0 to jrnEcrStockAvant
                 move 0 to jrnEcrVenduAvant
                 open input fPot
                 move retPotion(retIdx) to fPot_nom
                 read fPot
                 invalid key
                      continue
                 not invalid key
                      move fPot_quantite to jrnEcrStockAvant
                      move fPot_sold to jrnEcrVenduAvant
                 end-read
                 close fPot
                 move avoNumero to jrnEcrNbVentes
                 perform EcrireJournal
            end-perform

            open i-o fCom
            move retCompte to fCom_id
            read fCom
            invalid key
                 display "Compte introuvable"
            not invalid key
                 add retTotal to fCom_solde
                 rewrite tamp_fCom end-rewrite
                 move retCompte to mvtCompte
                 move "C" to mvtSens
                 move retTotal to mvtMontant
                 move "REMBOURSEMENT" to mvtMotif
                 perform JournaliserMouvement
                 move "D" to caiSens
                 move retTotal to caiMontant
                 move "REMBOURSEMENT" to caiMotif
                 perform MouvementCaisse
            end-read
            close fCom
            move 7070 to glDebit
            move 4110 to glCredit
            move retTotal to glMontant
            move "RETOUR CLIENT" to glLibelle
            move jrnEcrId to glJrn
            perform PasserEcriture
            move 5310 to glDebit
            move 5300 to glCredit
            move "REMBOURSEMENT" to glLibelle
            perform PasserEcriture

            move 0 to avoLigne
            move 0 to retIdx
            perform with test after until retIdx >= retNb
                 add 1 to retIdx
                 open i-o fPot
                 move retPotion(retIdx) to fPot_nom
                 read fPot
                 invalid key
                      display "Potion retiree du catalogue, stock",
                         " non repris :", retPotion(retIdx)
                 not invalid key
                      if fPot_sold > retQuantite(retIdx) then
                           subtract retQuantite(retIdx) from fPot_sold
                      else
                           move 0 to fPot_sold
                      end-if
                      if retEtat(retIdx) = "B" then
                           add retQuantite(retIdx) to fPot_quantite
                           add retQuantite(retIdx) to fPot_rayon
                      end-if
                      rewrite tamp_fPot end-rewrite
                 end-read
                 close fPot
                 move retPotion(retIdx) to venteNom
                 subtract retQuantite(retIdx) from 0
                    giving venteQuantite
                 subtract retMontant(retIdx) from 0
                    giving venteMontant
                 subtract retRemise(retIdx) from 0
                    giving venteRemise
                 move retTaux(retIdx) to venteTaux
                 subtract retTaxe(retIdx) from 0
                    giving venteTaxe
                 move retCompte to venteCompte
                 move retRecu to venteRecu
                 move retLigneRecu(retIdx) to venteLigneRecu
                 perform AjoutVente
                 perform EcrireLigneAvoir
                 move 7070 to glDebit
                 move 7090 to glCredit
                 move retRemise(retIdx) to glMontant
                 move "REMISE ANNULEE" to glLibelle
                 move jrnEcrId to glJrn
                 perform PasserEcriture
                 move 4457 to glDebit
                 move 7070 to glCredit
                 move retTaxe(retIdx) to glMontant
                 move "TAXE SUR RETOUR" to glLibelle
                 perform PasserEcriture
      *> Le cout des unites rendues sort du cout des ventes, au
      *> cout des brassins qui les avaient fournies : en stock pour
      *> une potion en bon etat, en demarque sinon.
                 move 6030 to glCredit
                 move retPotion(retIdx) to trcPotion
                 move retQuantite(retIdx) to trcQte
                 move venProchainId to trcVente
                 move retRecu to trcRecu
                 move retLigneRecu(retIdx) to trcLigneRecu
                 move retCompte to trcCompte
                 move jrnEcrId to trcJrn
                 move 0 to trcCout
                 if retEtat(retIdx) = "B" then
                      move "R" to trcSens
                      perform RendreBrassins
                      move 3550 to glDebit
                      move "RETOUR EN STOCK" to glLibelle
                 else
                      move "E" to trcSens
                      perform RendreBrassins
                      move 6580 to glDebit
                      move "RETOUR ENDOMMAGE" to glLibelle
                 end-if
                 move trcCout to glMontant
                 perform PasserEcriture
            end-perform

            move "F" to jrnEcrEtape
            perform EcrireJournal
            display "Avoir #", avoNumero, " emis, rembourse :",
               retTotal
            move avoNumero to avoChoix
            perform ImprimerAvoir
       end-if
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

      *> Prochain numero d'avoir : plus grand numero du fichier des
      *> avoirs plus un, meme positionnement direct que les recus.
       ProchainNumeroAvoir.

       move 0 to avoProchainNumero
       open input fAvo
       move 99999 to fAvo_numero
       move 99 to fAvo_ligne
       start fAvo, key is less than or equal to fAvo_cle
       invalid key
            continue
       not invalid key
            read fAvo next
            at end continue
            not at end
                 move fAvo_numero to avoProchainNumero
            end-read
       end-start
       close fAvo
       add 1 to avoProchainNumero.

      *> Ecrit la ligne suivante de l'avoir avoNumero a partir de la
      *> ligne retIdx de la table du retour en cours.
       EcrireLigneAvoir.

       open i-o fAvo
       add 1 to avoLigne
       move avoNumero to fAvo_numero
       move avoLigne to fAvo_ligne
       move function current-date to fAvo_date
       move retCompte to fAvo_compte
       move retRecu to fAvo_recu
       move retLigneRecu(retIdx) to fAvo_ligneRecu
       move retPotion(retIdx) to fAvo_potion
       move retQuantite(retIdx) to fAvo_quantite
       move retEtat(retIdx) to fAvo_etat
       move retPrixU(retIdx) to fAvo_prixUnitaire
       move retMontant(retIdx) to fAvo_montant
       move retRemise(retIdx) to fAvo_remise
       move compteActifId to fAvo_operateur
       move retTaux(retIdx) to fAvo_taux
       move retTaxe(retIdx) to fAvo_taxe
       write tamp_fAvo
       close fAvo.

      *> Reedition de l'avoir numero avoChoix, avec les memes regles
      *> d'acces que les recus : un client ne voit que les siens.
       ImprimerAvoir.

       move 0 to avoTrouve
       move 0 to avoTotal
       move 0 to avoTotalTaxe
       move 0 to avoCnt
       open input fAvo
       move avoChoix to fAvo_numero
       move 1 to fAvo_ligne
       read fAvo
       invalid key
            display "Pas d avoir portant ce numero"
       not invalid key
            if roleUser = 1
               and fAvo_compte not = compteActifId then
                 display "Cet avoir ne vous appartient pas"
            else
                 move 1 to avoTrouve
            end-if
       end-read
       if avoTrouve = 1 then
            display " "
            display "=======AVOIR #", fAvo_numero, "======="
            display "Date :", fAvo_date(1:8)
            display "Client :", fAvo_compte
            display "Sur recu #", fAvo_recu
            display "---------------------------------------"
            move 0 to avoFin
            perform with test after until avoFin = 1
                 if fAvo_numero = avoChoix then
                      if fAvo_etat = "B" then
                           display fAvo_potion, " x", fAvo_quantite,
                              " a ", fAvo_prixUnitaire, " = ",
                              fAvo_montant, " (remis en stock)"
                      else
                           display fAvo_potion, " x", fAvo_quantite,
                              " a ", fAvo_prixUnitaire, " = ",
                              fAvo_montant, " (endommage)"
                      end-if
                      add fAvo_montant to avoTotal
                      add fAvo_taxe to avoTotalTaxe
                      add 1 to avoCnt
                      read fAvo next
                      at end move 1 to avoFin
                      end-read
                 else
                      move 1 to avoFin
                 end-if
            end-perform
            display "---------------------------------------"
            display "Lignes :", avoCnt
            display "Dont taxe :", avoTotalTaxe
            display "Total rembourse :", avoTotal
       end-if
       close fAvo.

      *> Demande un numero d'avoir puis le reedite.
       ReimprimerAvoir.

       display "Numero de l avoir :"
       accept avoChoix
       perform ImprimerAvoir.

      *> Chiffre d'affaires par client : pour chaque compte, cumul
      *> des ventes du registre courant et de l'archive.
       VentesParClient.

       display " "
       display "=======VENTES PAR CLIENT======="
       open input fCom
       move 0 to cliComFin
       perform with test after until cliComFin = 1
            read fCom next
            at end move 1 to cliComFin
            not at end
                 move 0 to cliVenteCnt
                 move 0 to cliVenteTotal
                 open input fVen
                 move fCom_id to fVen_compte
                 start fVen, key is = fVen_compte
                 invalid key continue
                 not invalid key
                      move 0 to cliVenteFin
                      perform with test after until cliVenteFin = 1
                           read fVen next
                           at end move 1 to cliVenteFin
                           not at end
                                if fVen_compte = fCom_id then
                                     add fVen_Prix to cliVenteTotal
                                     add 1 to cliVenteCnt
                                else
                                     move 1 to cliVenteFin
                                end-if
                           end-read
                      end-perform
                 end-start
                 close fVen
                 open input fVenArch
                 move 0 to cliVenteFin
                 perform with test after until cliVenteFin = 1
                      read fVenArch next
                      at end move 1 to cliVenteFin
                      not at end
                           if fVenArch_compte = fCom_id then
                                add fVenArch_Prix to cliVenteTotal
                                add 1 to cliVenteCnt
                           end-if
                      end-read
                 end-perform
                 close fVenArch
                 if cliVenteCnt > 0 then
                      display " "
                      display "Client :", fCom_id
                      display "Nombre d achats :", cliVenteCnt
                      display "Total des achats :", cliVenteTotal
                 end-if
            end-read
       end-perform
       close fCom
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                SUBTRACT fIn_rayon FROM fIn_quantite
                        GIVING createRecetteReserve
                DIVIDE createRecetteReserve BY fRec_quantite
                        GIVING createRecetteIngMax
                        REMAINDER createRecetteReste
                IF createRecetteIngMax < createRecetteMaxPossible THEN
                                MOVE createRecetteMaxPossible
                                        TO createRecetteQteAFaire
                        END-IF
                        perform DebuterBrassin

                        MOVE createRecettePotionTrg TO fRec_nom
                        START fRec, KEY IS = fRec_nom
                REWRITE tamp_fIn END-REWRITE
                MOVE fRec_ingredient TO lotConsoNom
                MOVE createRecetteAConsommer TO lotConsoQte
                MOVE fIn_prix TO lotPrixDefaut
                PERFORM ConsommerLotsIngredient
                PERFORM CumulerCoutBrassin


                                            END-READ

                    add createRecetteQteAFaire to fPot_quantite
                    rewrite tamp_fPot end-rewrite
                    perform TerminerBrassin
                    DISPLAY "INGREDIENTS CONSOMMES"
                    DISPLAY createRecetteQteAFaire, " CREEE(S)"
                    IF createRecetteQteAFaire < createRecetteQteDesiree

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                SUBTRACT fIn_rayon FROM fIn_quantite
                        GIVING createRecetteReserve
                DIVIDE createRecetteReserve BY fRec_quantite
                        GIVING createRecetteIngMax
                        REMAINDER createRecetteReste
                IF createRecetteIngMax < createRecetteMaxPossible THEN
                                MOVE createRecetteMaxPossible
                                        TO createRecetteQteAFaire
                        END-IF
                        perform DebuterBrassin

                        MOVE createRecettePotionTrg TO fRec_nom
                        START fRec, KEY IS = fRec_nom
                REWRITE tamp_fIn END-REWRITE
                MOVE fRec_ingredient TO lotConsoNom
                MOVE createRecetteAConsommer TO lotConsoQte
                MOVE fIn_prix TO lotPrixDefaut
                PERFORM ConsommerLotsIngredient
                PERFORM CumulerCoutBrassin

                                                END-READ
                                                END-IF

                    add createRecetteQteAFaire to fPot_quantite
                    rewrite tamp_fPot end-rewrite
                    perform TerminerBrassin
                    DISPLAY "INGREDIENTS CONSOMMES"
                    DISPLAY createRecetteQteAFaire, " CREEE(S)"
                    IF createRecetteQteAFaire < createRecetteQteDesiree

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                SUBTRACT fIn_rayon FROM fIn_quantite
                        GIVING createRecetteReserve
                DIVIDE createRecetteReserve BY fRec_quantite
                        GIVING createRecetteIngMax
                        REMAINDER createRecetteReste
                IF createRecetteIngMax < createRecetteMaxPossible THEN
                                MOVE createRecetteMaxPossible
                                        TO createRecetteQteAFaire
                        END-IF
                        perform DebuterBrassin

                        MOVE createRecettePotionTrg TO fRec_nom
                        display fRec_nom
                REWRITE tamp_fIn END-REWRITE
                MOVE fRec_ingredient TO lotConsoNom
                MOVE createRecetteAConsommer TO lotConsoQte
                MOVE fIn_prix TO lotPrixDefaut
                PERFORM ConsommerLotsIngredient
                PERFORM CumulerCoutBrassin
                DISPLAY "..." , "#", cr_fIn



                    add createRecetteQteAFaire to fPot_quantite
                    rewrite tamp_fPot end-rewrite
                    perform TerminerBrassin
                    display cr_fPot
                    DISPLAY "INGREDIENTS CONSOMMES"
                    DISPLAY createRecetteQteAFaire, " CREEE(S)"
       OPEN input fVen
       MOVE 0 TO StatsPotFin
       MOVE 0 TO totalMoney
      *> Le registre courant garde plusieurs mois apres une cloture
      *> (seuls les mois anterieurs partent a l'archive) : on ne
      *> totalise que les ventes du mois civil en cours.
       MOVE FUNCTION CURRENT-DATE(1:6) TO statsMois
       PERFORM WITH TEST AFTER UNTIL StatsPotFin = 1
           READ fVen NEXT
           AT END MOVE 1 TO StatsPotFin
           NOT AT END
           IF fVen_date(1:6) = statsMois THEN
               ADD fVen_Prix TO totalMoney
           END-IF
           END-READ
       END-PERFORM
       CLOSE fVen

       DISPLAY "Meilleur Ventes Potions :" ,BestPot, "(",StatsMaxPot,")"
       DISPLAY "Meilleur Ventes Effets :" ,BestEff, "(",StatsMaxEffF,")"
       MOVE totalMoney TO totalMoneyEd
       DISPLAY "Chiffre d'affaires du mois en cours (", statsMois,
          ") :", totalMoneyEd
       DISPLAY "Valeur du stock d'ingredient :", ValStoIn
       if roleUser = 0 then
              perform Alchimiste
       end-if.


      *> Analyse des ventes sur le registre courant et l'archive :
      *> par mois, avec l'ecart au mois precedent et au meme mois
      *> de l'annee precedente, puis par potion et par effet sur la
      *> periode demandee. Les remises ne sont connues que pour les
      *> lignes du registre courant (l'archive ne les garde pas).
      *> Le rapport est affiche et ecrit dans
      *> AnalyseVentes-AAAAMMJJ.txt.
       AnalyseVentes.

       display "Premier mois de la periode (AAAAMM, 0 = tout) :"
       accept anaDebut
       display "Dernier mois de la periode (AAAAMM, 0 = tout) :"
       accept anaFin
       if anaFin = 0 then
            move 999999 to anaFin
       end-if
       move 0 to anaNbMois
       move 0 to anaNbPot
       move 0 to anaNbEff
       move 0 to anaArchPeriode

       open input fVenArch
       move 0 to anaFinLect
       perform with test after until anaFinLect = 1
            read fVenArch next
            at end move 1 to anaFinLect
            not at end
                 move fVenArch_date(1:6) to anaMoisCle
                 move fVenArch_nomPotion to anaNom
                 move fVenArch_quantite to anaQteLigne
                 move fVenArch_Prix to anaCALigne
                 move 0 to anaRemLigne
                 move "A" to anaSource
                 perform AnaCumulerLigne
            end-read
       end-perform
       close fVenArch

       open input fVen
       move 0 to anaFinLect
       perform with test after until anaFinLect = 1
            read fVen next
            at end move 1 to anaFinLect
            not at end
                 move fVen_date(1:6) to anaMoisCle
                 move fVen_nomPotion to anaNom
                 move fVen_quantite to anaQteLigne
                 move fVen_Prix to anaCALigne
                 move fVen_remise to anaRemLigne
                 move "V" to anaSource
                 perform AnaCumulerLigne
            end-read
       end-perform
       close fVen

       move spaces to ficRapport
       string "AnalyseVentes-" delimited by size
          function current-date(1:8) delimited by size
          ".txt" delimited by size
          into ficRapport
       end-string
       open output fRap

       display " "
       move "=======ANALYSE DES VENTES (registre + archive)======="
          to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       if anaDebut = 0 and anaFin = 999999 then
            string "Periode : tout l historique, edite le "
               delimited by size
               function current-date(1:8) delimited by size
               into rapportLigne
            end-string
       else
            string "Periode : du " delimited by size
               anaDebut delimited by size
               " au " delimited by size
               anaFin delimited by size
               ", edite le " delimited by size
               function current-date(1:8) delimited by size
               into rapportLigne
            end-string
       end-if
       perform EcrireLigneRapport

       move spaces to rapportLigne
       perform EcrireLigneRapport
       move "--- PAR MOIS ---" to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "MOIS    QUANTITE  CHIFFRE D AFF." delimited by size
          "        REMISES     VS M-1     VS N-1" delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move 0 to anaTotQte
       move 0 to anaTotCA
       move 0 to anaTotRem
       move 0 to anaDernier
       perform with test after until anaProchain = 999999
            move 999999 to anaProchain
            move 0 to anaIdx
            perform with test after until anaIdx >= anaNbMois
                 add 1 to anaIdx
                 if anaIdx <= anaNbMois then
                      if anaMois(anaIdx) > anaDernier
                         and anaMois(anaIdx) < anaProchain
                         and anaMois(anaIdx) >= anaDebut
                         and anaMois(anaIdx) <= anaFin then
                           move anaMois(anaIdx) to anaProchain
                           move anaIdx to anaJdx
                      end-if
                 end-if
            end-perform
            if anaProchain not = 999999 then
                 perform AnaLigneMois
                 move anaProchain to anaDernier
            end-if
       end-perform
       move anaTotQte to anaQteEd
       move anaTotCA to anaCAEd
       move anaTotRem to anaRemEd
       move spaces to rapportLigne
       string "TOTAL  " delimited by size
           anaQteEd delimited by size
          " " delimited by size
           anaCAEd delimited by size
          " " delimited by size
           anaRemEd delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport

       move spaces to rapportLigne
       perform EcrireLigneRapport
       move "--- PAR POTION ---" to rapportLigne
       perform EcrireLigneRapport
       move 0 to anaJdx
       perform with test after until anaJdx >= anaNbPot
            add 1 to anaJdx
            if anaJdx <= anaNbPot then
                 move anaPotQte(anaJdx) to anaQteEd
                 move anaPotCA(anaJdx) to anaCAEd
                 move anaPotRemise(anaJdx) to anaRemEd
                 move spaces to rapportLigne
                 string anaPotNom(anaJdx) delimited by size
                    " " delimited by size
                    anaQteEd delimited by size
                    " " delimited by size
                    anaCAEd delimited by size
                    " " delimited by size
                    anaRemEd delimited by size
                    into rapportLigne
                 end-string
                 perform EcrireLigneRapport
            end-if
       end-perform

       move spaces to rapportLigne
       perform EcrireLigneRapport
       move "--- PAR EFFET ---" to rapportLigne
       perform EcrireLigneRapport
       move 0 to anaKdx
       perform with test after until anaKdx >= anaNbEff
            add 1 to anaKdx
            if anaKdx <= anaNbEff then
                 move anaEffQte(anaKdx) to anaQteEd
                 move anaEffCA(anaKdx) to anaCAEd
                 move anaEffRemise(anaKdx) to anaRemEd
                 move spaces to rapportLigne
                 string anaEffNom(anaKdx) delimited by size
                    " " delimited by size
                    anaQteEd delimited by size
                    " " delimited by size
                    anaCAEd delimited by size
                    " " delimited by size
                    anaRemEd delimited by size
                    into rapportLigne
                 end-string
                 perform EcrireLigneRapport
            end-if
       end-perform
       if anaArchPeriode > 0 then
            move spaces to rapportLigne
            perform EcrireLigneRapport
            move spaces to rapportLigne
            string "* remises non conservees par l archive : pour"
               delimited by size
               " ces mois, seules les lignes du registre courant"
               delimited by size
               " les portent" delimited by size
               into rapportLigne
            end-string
            perform EcrireLigneRapport
       end-if
       close fRap
       display "Rapport ecrit dans ", ficRapport
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.

      *> Cumule une ligne de vente (anaMoisCle, anaNom, quantite,
      *> montant, remise, source A archive ou V registre courant)
      *> dans le mois, et dans la potion et l'effet si le mois est
      *> dans la periode.
       AnaCumulerLigne.

       perform AnaChercherMois
       if anaTrouve = 0 and anaNbMois < 240 then
            add 1 to anaNbMois
            move anaNbMois to anaIdx
            move anaMoisCle to anaMois(anaIdx)
            move 0 to anaMoisQte(anaIdx)
            move 0 to anaMoisCA(anaIdx)
            move 0 to anaMoisRemise(anaIdx)
            move 0 to anaMoisVen(anaIdx)
            move 0 to anaMoisArch(anaIdx)
            move 1 to anaTrouve
       end-if
       if anaTrouve = 1 then
            add anaQteLigne to anaMoisQte(anaIdx)
            add anaCALigne to anaMoisCA(anaIdx)
            if anaSource = "V" then
                 add anaRemLigne to anaMoisRemise(anaIdx)
                 add 1 to anaMoisVen(anaIdx)
            else
                 add 1 to anaMoisArch(anaIdx)
            end-if
       end-if
       if anaMoisCle >= anaDebut and anaMoisCle <= anaFin then
            if anaSource = "A" then
                 add 1 to anaArchPeriode
            end-if
            move 0 to anaTrouve
            move 0 to anaJdx
            perform with test after
               until anaJdx >= anaNbPot or anaTrouve = 1
                 add 1 to anaJdx
                 if anaJdx <= anaNbPot then
                      if anaPotNom(anaJdx) = anaNom then
                           move 1 to anaTrouve
                      end-if
                 end-if
            end-perform
            if anaTrouve = 0 and anaNbPot < 200 then
                 add 1 to anaNbPot
                 move anaNbPot to anaJdx
                 move anaNom to anaPotNom(anaJdx)
                 open input fPot
                 move anaNom to fPot_nom
                 read fPot
                 invalid key
                      move "HORS CATALOGUE" to anaPotEffet(anaJdx)
                 not invalid key
                      move fPot_effet to anaPotEffet(anaJdx)
                 end-read
                 close fPot
                 move 0 to anaPotQte(anaJdx)
                 move 0 to anaPotCA(anaJdx)
                 move 0 to anaPotRemise(anaJdx)
                 move 1 to anaTrouve
            end-if
            if anaTrouve = 1 then
                 add anaQteLigne to anaPotQte(anaJdx)
                 add anaCALigne to anaPotCA(anaJdx)
                 add anaRemLigne to anaPotRemise(anaJdx)
                 move anaPotEffet(anaJdx) to anaEffet
                 move 0 to anaTrouve
                 move 0 to anaKdx
                 perform with test after
                    until anaKdx >= anaNbEff or anaTrouve = 1
                      add 1 to anaKdx
                      if anaKdx <= anaNbEff then
                           if anaEffNom(anaKdx) = anaEffet then
                                move 1 to anaTrouve
                           end-if
                      end-if
                 end-perform
                 if anaTrouve = 0 and anaNbEff < 60 then
                      add 1 to anaNbEff
                      move anaNbEff to anaKdx
                      move anaEffet to anaEffNom(anaKdx)
                      move 0 to anaEffQte(anaKdx)
                      move 0 to anaEffCA(anaKdx)
                      move 0 to anaEffRemise(anaKdx)
                      move 1 to anaTrouve
                 end-if
                 if anaTrouve = 1 then
                      add anaQteLigne to anaEffQte(anaKdx)
                      add anaCALigne to anaEffCA(anaKdx)
                      add anaRemLigne to anaEffRemise(anaKdx)
                 end-if
            end-if
       end-if.

      *> Rang anaIdx du mois anaMoisCle dans la table des mois
      *> (anaTrouve a 0 s'il n'y est pas encore).
       AnaChercherMois.

       move 0 to anaTrouve
       move 0 to anaIdx
       perform with test after
          until anaIdx >= anaNbMois or anaTrouve = 1
            add 1 to anaIdx
            if anaIdx <= anaNbMois then
                 if anaMois(anaIdx) = anaMoisCle then
                      move 1 to anaTrouve
                 end-if
            end-if
       end-perform.

      *> Ligne du mois anaJdx : cumuls, remises, et ecarts de
      *> chiffre d'affaires au mois precedent et a l'annee d'avant.
       AnaLigneMois.

       add anaMoisQte(anaJdx) to anaTotQte
       add anaMoisCA(anaJdx) to anaTotCA
       add anaMoisRemise(anaJdx) to anaTotRem
       if anaMois(anaJdx)(5:2) = "01" then
            subtract 89 from anaMois(anaJdx) giving anaMoisPrec
       else
            subtract 1 from anaMois(anaJdx) giving anaMoisPrec
       end-if
       subtract 100 from anaMois(anaJdx) giving anaMoisAnPrec

       move anaMoisPrec to anaMoisCle
       perform AnaVariation
       move anaVarTexte to anaVarPrecTexte
       move anaMoisAnPrec to anaMoisCle
       perform AnaVariation
       move anaVarTexte to anaVarAnTexte

       move spaces to anaRemTexte
       if anaMoisVen(anaJdx) = 0 then
            move "           n/d" to anaRemTexte
       else
            move anaMoisRemise(anaJdx) to anaRemEd
            if anaMoisArch(anaJdx) > 0 then
                 string anaRemEd delimited by size
                    "*" delimited by size
                    into anaRemTexte
                 end-string
            else
                 move anaRemEd to anaRemTexte
            end-if
       end-if
       move anaMoisQte(anaJdx) to anaQteEd
       move anaMoisCA(anaJdx) to anaCAEd
       move spaces to rapportLigne
       string anaMois(anaJdx) delimited by size
          " " delimited by size
           anaQteEd delimited by size
          " " delimited by size
           anaCAEd delimited by size
          " " delimited by size
           anaRemTexte delimited by size
          " " delimited by size
           anaVarPrecTexte delimited by size
          " " delimited by size
           anaVarAnTexte delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport.

      *> Ecart en pourcentage du chiffre d'affaires du mois anaJdx
      *> par rapport au mois anaMoisCle, dans anaVarTexte ("n/d"
      *> quand le mois de reference est absent ou a zero).
       AnaVariation.

       perform AnaChercherMois
       move "n/d" to anaVarTexte
       if anaTrouve = 1 then
            move anaMoisCA(anaIdx) to anaCAReference
            if anaCAReference not = 0 then
                 subtract anaCAReference from anaMoisCA(anaJdx)
                    giving anaEcart
                 multiply 100 by anaEcart
                 divide anaCAReference into anaEcart
                    giving anaVar rounded
                 move anaVar to anaVarEd
                 move spaces to anaVarTexte
                 string anaVarEd delimited by size
                    "%" delimited by size
                    into anaVarTexte
                 end-string
            end-if
       end-if.

      *> Une ligne de rapport : a l'ecran et dans le fichier ouvert
      *> sous ficRapport.
       EcrireLigneRapport.

       display function trim(rapportLigne trailing)
       write tamp_fRap from rapportLigne.

       AfficherListeEffets.

       MOVE 0 TO ListEffetsFin
       OPEN input fPot
       PERFORM WITH TEST AFTER UNTIL ListEffetsFin = 1
       MOVE fPot_effet TO ListEffZoneAct
           READ fPot NEXT
           AT END MOVE 1 TO ListEffetsFin
           NOT AT END
               MOVE fPot_effet TO ListEffZoneTemp
               IF ListEffZoneAct NOT = ListEffZoneTemp THEN
                 display "---------------------------------------"
                   DISPLAY fPot_effet
            display "---------------------------------------"
               END-IF
           END-READ
       END-PERFORM
       CLOSE fPot.


      *> Verification batch : recoupe Recettes.dat avec
      *> StockIngredient.dat et Potions.dat pour detecter les
      *> references cassees (ingredient ou potion introuvable).
       VerifierRecettes.

       move 0 to recVerifFin
       move 0 to recVerifNbErrIng
       move 0 to recVerifNbErrPot
       move "NULL" to recVerifPotTmp
       open input fRec
       open input fIn
       open input fPot
       display "====Verification du livre de recettes===="
       perform with test after until recVerifFin = 1
            read fRec next
            at end move 1 to recVerifFin
            not at end
                 move fRec_ingredient to fIn_nomIn
                 read fIn
                 invalid key
                      display "ERR:ingredient introuvable -",
                         fRec_ingredient, " (recette ", fRec_nom, ")"
                      add 1 to recVerifNbErrIng
                 end-read

                 if fRec_nom not = recVerifPotTmp then
                      move fRec_nom to recVerifPotTmp
                      move fRec_nom to fPot_nom
                      read fPot
                      invalid key
                           display "ERR:potion introuvable -",
                              fRec_nom
                           add 1 to recVerifNbErrPot
                      end-read
                 end-if
            end-read
       end-perform
       close fRec
       close fIn
       close fPot
       display "-------------------------------------------"
       display "Ingredients non references :", recVerifNbErrIng
       display "Potions non references :", recVerifNbErrPot
       if roleUser = 0 then
             perform Alchimiste
       else
             if roleUser = 2 then
                 perform Auditeur
             else
             perform Client
             end-if
       end-if.


      *> Rapport de marge : cout ingredients (Recettes x prix fIn)
      *> compare au prix de vente fPot_prix, potion par potion.
       MargePotions.

       move 0 to margeFin
       open input fPot
       display "==========Marge des potions=========="
       perform with test after until margeFin = 1
            read fPot next
            at end move 1 to margeFin
            not at end
                 move 0 to margeCout
                 open input fRec
                 move fPot_nom to fRec_nom
                 start fRec, key is = fRec_nom
                 invalid key display "pas de recette pour", fPot_nom

       display "Entrez la periode a cloturer AAAAMM"
       accept clotureAnneeMois
      *> Le mois en cours reste ouvert aux ecritures du grand livre :
      *> seul un mois acheve peut etre cloture.
       move function current-date(1:6) to clotureMoisCourant
       if clotureAnneeMois >= clotureMoisCourant then
            display "Le mois ", clotureAnneeMois, " n'est pas",
               " acheve, cloture refusee."
       else
            perform CloturerPeriode
       end-if
       if roleUser = 0 then
           perform Alchimiste
       else
           if roleUser = 2 then
               perform Auditeur
           else
           perform Client
           end-if
       end-if.

       CloturerPeriode.

       move "Cloture-" to ficCloture
       move 9 to cloturePointeur
                      end-read
                 end-perform
                 close fVen
                 if clotureQteTotal not = 0
                    or clotureTotalPotion not = 0 then
                      move clotureQteTotal to clotureQteEd
                      move clotureTotalPotion to clotureMontantEd
                      move spaces to clotureLigne
                      string fPot_nom delimited by size
                         " qte=" delimited by size
                         clotureQteEd delimited by size
                         " total=" delimited by size
                         clotureMontantEd delimited by size
                         into clotureLigne
                      end-string
                      write tamp_fCloture from clotureLigne
       end-perform
       close fPot

       move clotureTotalGeneral to clotureMontantEd
       move spaces to clotureLigne
       string "TOTAL GENERAL=" delimited by size
           clotureMontantEd delimited by size
           into clotureLigne
       end-string
       write tamp_fCloture from clotureLigne

       move "F" to jrnEcrEtape
       perform EcrireJournal
       perform MarquerPeriodeClose
       display "Archivage termine.".

      *> La periode clotureAnneeMois est close : le grand livre
      *> refusera desormais toute ecriture datee de ce mois.
       MarquerPeriodeClose.

       open i-o fPer
       move clotureAnneeMois to fPer_mois
       move function current-date to fPer_date
       move compteActifId to fPer_operateur
       write tamp_fPer
       invalid key
            continue
       end-write
       close fPer.


      *> Export comptable : cinq extraits texte delimites par des
      *> points-virgules avec entetes de colonnes, dates ramenees a
      *> AAAAMMJJ (stock, potions, ventes, archive des ventes et
      *> declaration de taxe du mois). Aucune interaction operateur.
       ExportComptable.

       perform ExportStock
       perform ExportPotions
       perform ExportVentes
       perform ExportVentesArchive
       perform ExportTaxe
       display "Export comptable termine.".

      *> Extrait de la declaration de taxe, par taux, pour le mois
      *> donne en second mot de la ligne de commande (AAAAMM), le
      *> mois en cours a defaut.
       ExportTaxe.

       move sauvNomSet(1:6) to taxMois
       if taxMois is not numeric then
            move function current-date(1:6) to taxMois
       end-if
       move taxMois to taxMoisNum
       multiply taxMoisNum by 100 giving taxDebut
       add 1 to taxDebut
       add 30 to taxDebut giving taxFinPeriode
       perform CumulerTaxe
       move "ExportTaxe.txt" to ficExport
       open output fExp
       move "PERIODE;TAUX;VENTES_TTC;RETOURS_TTC;BASE_HT;TAXE"
          to expLigne
       write tamp_fExp from expLigne
       move 0 to expCnt
       move 0 to taxIdx
       perform with test after until taxIdx >= taxNb
            add 1 to taxIdx
            if taxIdx <= taxNb then
                 move taxTabVentes(taxIdx) to taxBase
                 subtract taxTabRetours(taxIdx) from taxBase
                 subtract taxTabTaxe(taxIdx) from taxBase
                 move taxTabTaux(taxIdx) to taxTauxEd
                 move taxTabVentes(taxIdx) to taxVentesEd
                 move taxTabRetours(taxIdx) to taxRetoursEd
                 move taxBase to taxBaseEd
                 move taxTabTaxe(taxIdx) to taxTaxeEd
                 move spaces to expLigne
                 string taxMois delimited by size
                      ";" delimited by size
                      function trim(taxTauxEd) delimited by size
                      ";" delimited by size
                      function trim(taxVentesEd) delimited by size
                      ";" delimited by size
                      function trim(taxRetoursEd) delimited by size
                      ";" delimited by size
                      function trim(taxBaseEd) delimited by size
                      ";" delimited by size
                      function trim(taxTaxeEd) delimited by size
                      into expLigne
                 end-string
                 write tamp_fExp from expLigne
                 add 1 to expCnt
            end-if
       end-perform
       close fExp
       display "ExportTaxe.txt :", expCnt, " ligne(s)".

       ExportStock.

       move "ExportStock.txt" to ficExport
            read fVen next
            at end move 1 to expFin
            not at end
      *> Une ligne de retour (valeurs negatives) sort avec son
      *> signe moins devant la quantite et le prix.
                 move spaces to expSigneQte
                 move spaces to expSignePrix
                 if fVen_quantite < 0 then
                      move "-" to expSigneQte
                 end-if
                 if fVen_Prix < 0 then
                      move "-" to expSignePrix
                 end-if
                 move fVen_quantite to expQte
                 move fVen_Prix to expMontant
                 move spaces to expLigne
                 string fVen_date(1:8) delimited by size
                      ";" delimited by size
                      function trim(fVen_nomPotion)
                         delimited by size
                      ";" delimited by size
                      expSigneQte delimited by space
                      expQte delimited by size
                      ";" delimited by size
                      expSignePrix delimited by space
                      expMontant delimited by size
                      into expLigne
                 end-string
                 write tamp_fExp from expLigne
            read fVenArch next
            at end move 1 to expFin
            not at end
      *> Une ligne de retour (valeurs negatives) sort avec son
      *> signe moins devant la quantite et le prix.
                 move spaces to expSigneQte
                 move spaces to expSignePrix
                 if fVenArch_quantite < 0 then
                      move "-" to expSigneQte
                 end-if
                 if fVenArch_Prix < 0 then
                      move "-" to expSignePrix
                 end-if
                 move fVenArch_quantite to expQte
                 move fVenArch_Prix to expMontant
                 move spaces to expLigne
                 string fVenArch_date(1:8) delimited by size
                      ";" delimited by size
                      function trim(fVenArch_nomPotion)
                         delimited by size
                      ";" delimited by size
                      expSigneQte delimited by space
                      expQte delimited by size
                      ";" delimited by size
                      expSignePrix delimited by space
                      expMontant delimited by size
                      into expLigne
                 end-string
                 write tamp_fExp from expLigne
                     perform AnnulerReceptionInterrompue
                when "SERVRES"
                     perform AnnulerServiceInterrompu
                when "RETOUR"
                     perform AnnulerRetourInterrompu
                when "TRANSPOT"
                     perform AnnulerTransfertInterrompu
                when "TRANSING"
                     perform AnnulerTransfertInterrompu
                when other
                     perform ReprendreClotureInterrompue
            end-evaluate
            perform ContrePasserEcritures
       end-if.

      *> Annulation d'un achat interrompu : le solde, le stock des
                 invalid key
                      continue
                 not invalid key
                      move jrnLigneStockAvant(jrnIdx)
                         to rayonStockAvant
                      perform RetablirRayonPotion
                      move jrnLigneStockAvant(jrnIdx)
                         to fPot_quantite
                      move jrnLigneVenduAvant(jrnIdx)
            end-if
       end-perform

       perform AnnulerTracesBrassins
       perform TronquerVentes
       perform EffacerRecuOrphelin

       move jrnDernierId to jrnEcrId
       move jrnType to jrnEcrType
       move "A" to jrnEcrEtape
       move jrnCompte to jrnEcrCompte
       move jrnMontant to jrnEcrMontant
       move jrnSoldeAvant to jrnEcrSoldeAvant
       move spaces to jrnEcrPotion
       move 0 to jrnEcrQte
       move 0 to jrnEcrStockAvant
       move 0 to jrnEcrVenduAvant
       move jrnNbVentes to jrnEcrNbVentes
       perform EcrireJournal
       display "Achat interrompu annule : solde, stock et",
          " registre retablis.".

      *> Annulation d'une reservation interrompue : l'acompte est
      *> rendu (solde ramene a la valeur relevee) et la reservation
      *> eventuellement ecrite avant la coupure est effacee. Le
      *> numero de reservation prevu avait ete range dans
      *> fJrn_nbVentes par l'intention.
       AnnulerReservationInterrompue.

       open i-o fCom
       move jrnCompte to fCom_id
       read fCom
       invalid key
            display "Compte du journal introuvable :", jrnCompte
       not invalid key
            if fCom_solde not = jrnSoldeAvant then
                 move jrnSoldeAvant to fCom_solde
                 rewrite tamp_fCom end-rewrite
      *> Motif propre : la verification des acomptes deduit ce
      *> credit du debit RESERVATION qu'il annule.
                 move jrnCompte to mvtCompte
                 move "C" to mvtSens
                 move jrnMontant to mvtMontant
                 move "ANNUL RESERVATION" to mvtMotif
                 perform JournaliserMouvement
                 move "D" to caiSens
                 move jrnMontant to caiMontant
            continue
       not invalid key
            move jrnStockAvant to fIn_quantite
            if fIn_rayon > fIn_quantite then
                 move fIn_quantite to fIn_rayon
            end-if
            rewrite tamp_fIn end-rewrite
       end-read
       close fIn
       display "Reception interrompue annulee, commande a",
          " receptionner de nouveau.".

      *> Reprise d'un transfert interrompu : si sa ligne d'audit est
      *> ecrite, le transfert est complet et seule la marque de fin
      *> manque ; sinon les rayons reprennent leurs valeurs d'avant.
       AnnulerTransfertInterrompu.

       move 0 to trfTrouve
       open input fTrf
       move 0 to trfFin
       perform with test after until trfFin = 1
            read fTrf next
            at end move 1 to trfFin
            not at end
                 if fTrf_jrn = jrnDernierId then
                      move 1 to trfTrouve
                 end-if
            end-read
       end-perform
       close fTrf
       if trfTrouve = 0 then
            if jrnType = "TRANSPOT" then
                 open i-o fPot
                 move jrnPotion to fPot_nom
                 read fPot
                 invalid key
                      continue
                 not invalid key
                      move jrnStockAvant to fPot_rayon
                      rewrite tamp_fPot end-rewrite
                 end-read
                 close fPot
            else
                 open i-o fIn
                 move jrnPotion to fIn_nomIn
                 read fIn
                 invalid key
                      continue
                 not invalid key
                      move jrnStockAvant to fIn_rayon
                      rewrite tamp_fIn end-rewrite
                 end-read
                 close fIn
                 if jrnNbVentes > 0 then
                      open i-o fLot
                      move jrnNbVentes to fLot_id
                      read fLot
                      invalid key
                           continue
                      not invalid key
                           move jrnSoldeAvant to fLot_rayon
                           rewrite tamp_fLot end-rewrite
                      end-read
                      close fLot
                 end-if
            end-if
       end-if

       move jrnDernierId to jrnEcrId
       move jrnType to jrnEcrType
       if trfTrouve = 1 then
            move "F" to jrnEcrEtape
       else
            move "A" to jrnEcrEtape
       end-if
       move jrnCompte to jrnEcrCompte
       move 0 to jrnEcrMontant
       move jrnSoldeAvant to jrnEcrSoldeAvant
       move jrnPotion to jrnEcrPotion
       move jrnQuantite to jrnEcrQte
       move jrnStockAvant to jrnEcrStockAvant
       move 0 to jrnEcrVenduAvant
       move jrnNbVentes to jrnEcrNbVentes
       perform EcrireJournal
       if trfTrouve = 1 then
            display "Transfert interrompu deja enregistre, termine."
       else
            display "Transfert interrompu annule, a refaire."
       end-if.

      *> Le stock d'une potion revient a rayonStockAvant : l'ecart
      *> avec le stock actuel passe par le rayon, ou se font ventes,
      *> services de reservation et retours.
       RetablirRayonPotion.

       if rayonStockAvant > fPot_quantite then
            subtract fPot_quantite from rayonStockAvant
               giving rayonEcart
            add rayonEcart to fPot_rayon
       else
            subtract rayonStockAvant from fPot_quantite
               giving rayonEcart
            if fPot_rayon > rayonEcart then
                 subtract rayonEcart from fPot_rayon
            else
                 move 0 to fPot_rayon
            end-if
       end-if
       if fPot_rayon > rayonStockAvant then
            move rayonStockAvant to fPot_rayon
       end-if.

      *> Recu orphelin d'une vente annulee a la reprise : si la
      *> coupure est survenue apres l'ecriture du recu, ce recu
      *> resterait reimprimable pour une vente annulee, le pire
      *> document a tendre lors d'un litige : on efface les lignes
      *> du dernier recu du fichier s'il porte le compte de la
      *> transaction annulee et un horodatage posterieur (ou egal)
      *> a celui de l'intention journalisee. Un recu regle plus tot
      *> dans la journee est forcement anterieur a l'intention et
      *> reste intact.
       EffacerRecuOrphelin.

       move 0 to rcuTrouve
       open input fRcu
       move 99999 to fRcu_numero
       move 99 to fRcu_ligne
       start fRcu, key is less than or equal to fRcu_cle
       invalid key
            continue
       not invalid key
            read fRcu next
            at end continue
            not at end
                 if fRcu_compte = jrnCompte
                    and fRcu_date >= jrnDateHeure then
                      move fRcu_numero to rcuNumero
                      move 1 to rcuTrouve
                 end-if
            end-read
       end-start
       close fRcu
       if rcuTrouve = 1 then
            open i-o fRcu
            move rcuNumero to fRcu_numero
            move 0 to fRcu_ligne
            start fRcu, key is not less than fRcu_cle
            invalid key
                 continue
            not invalid key
                 move 0 to rcuFin
                 move 0 to rcuCnt
                 perform with test after until rcuFin = 1
                      read fRcu next
                      at end move 1 to rcuFin
                      not at end
                           if fRcu_numero = rcuNumero then
                                delete fRcu record
                                add 1 to rcuCnt
                           else
                                move 1 to rcuFin
                           end-if
                      end-read
                 end-perform
            end-start
            close fRcu
            display "Recu orphelin #", rcuNumero, " efface (",
               rcuCnt, " ligne(s))."
       end-if.

      *> Annulation d'un service de reservation interrompu : le
      *> stock et le compteur de ventes de la potion reprennent les
      *> valeurs d'avant, la reservation (numero dans la ligne L)
      *> est rouverte, le registre est ramene a sa longueur d'avant
      *> service et le recu eventuellement edite est efface ; le
      *> prochain brassage la servira.
       AnnulerServiceInterrompu.

       if jrnNbLignes >= 1 then
            invalid key
                 continue
            not invalid key
                 move jrnLigneStockAvant(1) to rayonStockAvant
                 perform RetablirRayonPotion
                 move jrnLigneStockAvant(1) to fPot_quantite
                 move jrnLigneVenduAvant(1) to fPot_sold
                 rewrite tamp_fPot end-rewrite
            close fRes
       end-if

       perform AnnulerTracesBrassins
       perform TronquerVentes
       perform EffacerRecuOrphelin

       move jrnDernierId to jrnEcrId
       move jrnType to jrnEcrType
       display "Service de reservation interrompu annule,",
          " la reservation reste a servir.".

      *> Annulation d'un retour interrompu : le remboursement est
      *> repris sur le solde (et rendu a la caisse), stock et
      *> compteur de ventes reprennent les valeurs d'avant, le
      *> registre est ramene a sa longueur d'avant retour et l'avoir
      *> eventuellement ecrit (numero dans les lignes L) est efface.
       AnnulerRetourInterrompu.

       open i-o fCom
       move jrnCompte to fCom_id
       read fCom
       invalid key
            display "Compte du journal introuvable :", jrnCompte
       not invalid key
            if fCom_solde not = jrnSoldeAvant then
                 move jrnSoldeAvant to fCom_solde
                 rewrite tamp_fCom end-rewrite
                 move jrnCompte to mvtCompte
                 move "D" to mvtSens
                 move jrnMontant to mvtMontant
                 move "ANNULATION" to mvtMotif
                 perform JournaliserMouvement
                 move "C" to caiSens
                 move jrnMontant to caiMontant
                 move "ANNULATION" to caiMotif
                 perform MouvementCaisse
            end-if
       end-read
       close fCom

       move 0 to jrnIdx
       perform with test after until jrnIdx >= jrnNbLignes
            add 1 to jrnIdx
            if jrnIdx <= jrnNbLignes then
                 open i-o fPot
                 move jrnLignePotion(jrnIdx) to fPot_nom
                 read fPot
                 invalid key
                      continue
                 not invalid key
                      move jrnLigneStockAvant(jrnIdx)
                         to rayonStockAvant
                      perform RetablirRayonPotion
                      move jrnLigneStockAvant(jrnIdx)
                         to fPot_quantite
                      move jrnLigneVenduAvant(jrnIdx)
                         to fPot_sold
                      rewrite tamp_fPot end-rewrite
                 end-read
                 close fPot
            end-if
       end-perform

       perform AnnulerTracesBrassins
       perform TronquerVentes

       if jrnNbLignes >= 1 then
            move 0 to avoCnt
            open i-o fAvo
            move jrnLigneRef(1) to fAvo_numero
            move 0 to fAvo_ligne
            start fAvo, key is not less than fAvo_cle
            invalid key
                 continue
            not invalid key
                 move 0 to avoFin
                 perform with test after until avoFin = 1
                      read fAvo next
                      at end move 1 to avoFin
                      not at end
                           if fAvo_numero = jrnLigneRef(1) then
                                delete fAvo record
                                add 1 to avoCnt
                           else
                                move 1 to avoFin
                           end-if
                      end-read
                 end-perform
            end-start
            close fAvo
            if avoCnt > 0 then
                 display "Avoir orphelin #", jrnLigneRef(1),
                    " efface (", avoCnt, " ligne(s))."
            end-if
       end-if

       move jrnDernierId to jrnEcrId
       move jrnType to jrnEcrType
       move "A" to jrnEcrEtape
       move jrnCompte to jrnEcrCompte
       move jrnMontant to jrnEcrMontant
       move jrnSoldeAvant to jrnEcrSoldeAvant
       move spaces to jrnEcrPotion
       move 0 to jrnEcrQte
       move 0 to jrnEcrStockAvant
       move 0 to jrnEcrVenduAvant
       move jrnNbVentes to jrnEcrNbVentes
       perform EcrireJournal
       display "Retour interrompu annule : solde, stock et",
          " registre retablis.".

      *> Ramene le registre des ventes a ses jrnNbVentes premieres
      *> lignes : les lignes ecrites au-dela (operation interrompue)
      *> sont effacees directement du registre indexe, dans l'ordre
       close fVenTmp
       close fVenArch.

      *> Cloture interrompue : avant l'etape C, l'archive est
      *> ramenee a son etat d'avant cloture (le registre n'a pas
      *> encore ete touche). Apres l'etape C, la copie vers
      *> l'archive est complete et la purge du registre indexe est
      *> simplement rejouee (la periode voyage dans fJrn_potion).
       ReprendreClotureInterrompue.

       if jrnCopie = 0 then
            perform TronquerArchive
            move jrnDernierId to jrnEcrId
            move jrnType to jrnEcrType
            move "A" to jrnEcrEtape
            move spaces to jrnEcrCompte
            move 0 to jrnEcrMontant
            move 0 to jrnEcrSoldeAvant
            move spaces to jrnEcrPotion
            move 0 to jrnEcrQte
            move 0 to jrnEcrStockAvant
            move 0 to jrnEcrVenduAvant
            move jrnNbVentes to jrnEcrNbVentes
            perform EcrireJournal
            display "Cloture interrompue annulee, archive retablie."
       else
            move jrnPotion(1:6) to clotureAnneeMois
            perform PurgerVentesCloturees
            perform MarquerPeriodeClose
            move jrnDernierId to jrnEcrId
            move jrnType to jrnEcrType
            move "F" to jrnEcrEtape
            move spaces to jrnEcrCompte
            move 0 to jrnEcrMontant
            move 0 to jrnEcrSoldeAvant
            move spaces to jrnEcrPotion
            move 0 to jrnEcrQte
            move 0 to jrnEcrStockAvant
            move 0 to jrnEcrVenduAvant
            move jrnNbVentes to jrnEcrNbVentes
            perform EcrireJournal
            display "Cloture interrompue terminee, registre",
               " reconstruit."
       end-if.

      *> Mode FINJOURNEE [seuil] : enchaine sans aucune saisie les
      *> traitements du soir (rebut des lots perimes, service des
      *> reservations en attente, reconciliation des soldes,
      *> commandes en retard, alerte de stock sous le seuil, 10 par
      *> defaut) et en rend compte dans FinJournee-AAAAMMJJ.txt,
      *> une section par etape. Chaque etape terminee laisse un
      *> point de reprise du jour : relance apres un arret, le
      *> traitement reprend a l'etape interrompue. Code retour :
      *> 0 sans anomalie, 4 commandes en retard ou stock bas,
      *> 8 ecart de solde.
       FinDeJournee.

       move 1 to fjActif
       move 0 to fjRc
       move "FINJOURNEE" to compteActifId
       move function current-date(1:8) to fjDate
       move 10 to fjSeuil
       if sauvNomSet not = spaces then
            if function trim(sauvNomSet) is numeric then
                 move function numval(sauvNomSet) to fjSeuil
            end-if
       end-if
       move spaces to ficRapport
       string "FinJournee-" delimited by size
           fjDate delimited by size
          ".txt" delimited by size
          into ficRapport
       end-string
       open extend fRap
       if cr_fRap = 35 then
            open output fRap
       end-if
       move "=======FIN DE JOURNEE=======" to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Journee du " delimited by size
           fjDate delimited by size
          ", passage lance le " delimited by size
          function current-date(1:8) delimited by size
          " a " delimited by size
          function current-date(9:6) delimited by size
          ", seuil d alerte " delimited by size
           fjSeuil delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport

       move 1 to fjEtape
       move "REBUT DES LOTS PERIMES" to fjEtapeNom
       perform FjLancerEtape
       move 2 to fjEtape
       move "SERVICE DES RESERVATIONS" to fjEtapeNom
       perform FjLancerEtape
       move 3 to fjEtape
       move "RECONCILIATION DES SOLDES" to fjEtapeNom
       perform FjLancerEtape
       move 4 to fjEtape
       move "COMMANDES EN RETARD" to fjEtapeNom
       perform FjLancerEtape
       move 5 to fjEtape
       move "ALERTE DE STOCK BAS" to fjEtapeNom
       perform FjLancerEtape

       move spaces to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Fin de journee terminee, code retour " delimited by size
           fjRc delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       close fRap
       move 0 to fjActif
       move fjRc to return-code.

      *> Une etape : passee si le point de reprise du jour existe
      *> (son code retour compte toujours), sinon executee puis
      *> marquee terminee.
       FjLancerEtape.

       move 0 to fjFait
       move 0 to fjRcEtape
       open input fFjr
       move fjDate to fFjr_date
       move fjEtape to fFjr_etape
       read fFjr
       invalid key
            continue
       not invalid key
            move 1 to fjFait
            move fFjr_rc to fjRcEtape
       end-read
       close fFjr
       move spaces to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "---- ETAPE " delimited by size
           fjEtape delimited by size
          " : " delimited by size
           fjEtapeNom delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if fjFait = 1 then
            move spaces to rapportLigne
            string "Deja terminee lors d un passage precedent"
               delimited by size
               " (code " delimited by size
               fjRcEtape delimited by size
               "), non relancee" delimited by size
               into rapportLigne
            end-string
            perform EcrireLigneRapport
       else
            evaluate fjEtape
                when 1
                     perform FjRebut
                when 2
                     perform FjReservations
                when 3
                     perform FjReconciliation
                when 4
                     perform FjCommandes
                when 5
                     perform FjStockBas
            end-evaluate
            open i-o fFjr
            move fjDate to fFjr_date
            move fjEtape to fFjr_etape
            move fjRcEtape to fFjr_rc
            move function current-date to fFjr_heure
            write tamp_fFjr
            invalid key
                 continue
            end-write
            close fFjr
       end-if
       if fjRcEtape > fjRc then
            move fjRcEtape to fjRc
       end-if.

      *> Ligne de detail d'une etape, au rapport seulement (l'etape
      *> l'a deja affichee).
       FjDetail.

       write tamp_fRap from rapportLigne.

       FjRebut.

       perform RebutLotsPerimes
       move spaces to rapportLigne
       string "Lots mis au rebut : " delimited by size
           lotCnt delimited by size
          ", quantite sortie du stock : " delimited by size
           lotPerimeQte delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport.

      *> Chaque potion ayant des reservations en attente est servie
      *> dans la limite de son stock, comme apres un brassage.
       FjReservations.

       move 0 to fjNbPot
       move 0 to fjAvant
       open input fRes
       move 0 to fjFin
       perform with test after until fjFin = 1
            read fRes next
            at end move 1 to fjFin
            not at end
                 if fRes_statut = 0 then
                      add 1 to fjAvant
                      move 0 to fjTrouve
                      move 0 to fjIdx
                      perform with test after
                         until fjIdx >= fjNbPot or fjTrouve = 1
                           add 1 to fjIdx
                           if fjIdx <= fjNbPot then
                                if fjPotNom(fjIdx) = fRes_potion then
                                     move 1 to fjTrouve
                                end-if
                           end-if
                      end-perform
                      if fjTrouve = 0 and fjNbPot < 50 then
                           add 1 to fjNbPot
                           move fRes_potion to fjPotNom(fjNbPot)
                      end-if
                 end-if
            end-read
       end-perform
       close fRes
       move 0 to fjIdx
       perform with test after until fjIdx >= fjNbPot
            add 1 to fjIdx
            if fjIdx <= fjNbPot then
                 move fjPotNom(fjIdx) to resPotionCible
                 perform ServirReservations
            end-if
       end-perform
       move 0 to fjApres
       open input fRes
       move 0 to fjFin
       perform with test after until fjFin = 1
            read fRes next
            at end move 1 to fjFin
            not at end
                 if fRes_statut = 0 then
                      add 1 to fjApres
                 end-if
            end-read
       end-perform
       close fRes
       subtract fjApres from fjAvant giving fjServies
       move spaces to rapportLigne
       string "Reservations en attente : " delimited by size
           fjAvant delimited by size
          ", servies : " delimited by size
           fjServies delimited by size
          ", toujours en attente : " delimited by size
           fjApres delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport.

       FjReconciliation.

       perform ControlerSoldes
       move spaces to rapportLigne
       string "Comptes en ecart : " delimited by size
           recoNbEcarts delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if recoNbEcarts > 0 then
            move 8 to fjRcEtape
       end-if.

       FjCommandes.

       perform CommandesEnRetard
       move spaces to rapportLigne
       string "Commandes en retard : " delimited by size
           attCnt delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if attCnt > 0 then
            move 4 to fjRcEtape
       end-if.

       FjStockBas.

       move 0 to alerteParType
       move fjSeuil to alerteSeuil
       perform ListerStockBas
       move spaces to rapportLigne
       string "Ingredients sous le seuil : " delimited by size
           alerteCnt delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if alerteCnt > 0 then
            move 4 to fjRcEtape
       end-if.

      *> Mode VERIFICATION : controle sans aucune saisie que les
      *> fichiers concordent entre eux (stock et lots, compteurs de
      *> ventes et registre, recus et lignes de vente, commandes
      *> livrees et lots, acomptes et portefeuilles, caisse) et
      *> ecrit chaque ecart, avec le fichier, la cle et les deux
      *> valeurs, dans Verification-AAAAMMJJ.txt. A lancer avant
      *> chaque SAUVEGARDE. Code retour : 0 si tout concorde, 8 au
      *> moindre ecart.
       VerificationFichiers.

       move "VERIFICATION" to compteActifId
       move 0 to verRc
       move 0 to verNbEcarts
       move 0 to verNbInfos
       move spaces to ficRapport
       string "Verification-" delimited by size
          function current-date(1:8) delimited by size
          ".txt" delimited by size
          into ficRapport
       end-string
       open extend fRap
       if cr_fRap = 35 then
            open output fRap
       end-if
       move "=======VERIFICATION DES FICHIERS=======" to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Passage lance le " delimited by size
          function current-date(1:8) delimited by size
          " a " delimited by size
          function current-date(9:6) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       perform VerStockLots
       perform VerVentesPotions
       perform VerRecusVentes
       perform VerCommandesLots
       perform VerReservations
       perform VerCaisse
       move spaces to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "Verification terminee, ecarts : " delimited by size
           verNbEcarts delimited by size
          ", informations : " delimited by size
           verNbInfos delimited by size
          ", code retour " delimited by size
           verRc delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       close fRap
       move verRc to return-code.

      *> Titre de section du rapport de verification (verTitre).
       VerSection.

       move spaces to rapportLigne
       perform EcrireLigneRapport
       move spaces to rapportLigne
       string "---- " delimited by size
           verTitre delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport.

      *> Ligne d'ecart : fichier verFichier, cle verCle, valeur
      *> verVal1 (verLib1) contre verVal2 (verLib2).
       VerEcart.

       add 1 to verNbEcarts
       move 8 to verRc
       move spaces to rapportLigne
       string "ECART " delimited by size
          function trim(verFichier) delimited by size
          " cle " delimited by size
          function trim(verCle) delimited by size
          " : " delimited by size
          function trim(verLib1) delimited by size
          "=" delimited by size
          function trim(verVal1) delimited by size
          " / " delimited by size
          function trim(verLib2) delimited by size
          "=" delimited by size
          function trim(verVal2) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport.

      *> Les lots d'un ingredient ne peuvent porter plus que son
      *> stock. Le stock d'amorce et les entrees hors reception n'ont
      *> pas de lot (les consommations prennent d'abord les lots) :
      *> un stock superieur a la somme des lots est seulement
      *> signale. Un lot non vide doit avoir son ingredient au stock.
       VerStockLots.

       move "STOCK DES INGREDIENTS ET LOTS" to verTitre
       perform VerSection
       open input fIn
       move 0 to verFin
       perform with test after until verFin = 1
            read fIn next
            at end move 1 to verFin
            not at end
                 move 0 to verQte
                 open input fLot
                 move 0 to verFin2
                 perform with test after until verFin2 = 1
                      read fLot next
                      at end move 1 to verFin2
                      not at end
                           if fLot_ingredient = fIn_nomIn then
                                add fLot_quantite to verQte
                           end-if
                      end-read
                 end-perform
                 close fLot
                 if verQte > fIn_quantite then
                      move "StockIngredient.dat" to verFichier
                      move fIn_nomIn to verCle
                      move "quantite" to verLib1
                      move fIn_quantite to verEd
                      move verEd to verVal1
                      move "Lots.dat (somme)" to verLib2
                      move verQte to verEd
                      move verEd to verVal2
                      perform VerEcart
                 else
                      if verQte < fIn_quantite then
                           subtract verQte from fIn_quantite
                              giving verQte2
                           move verQte2 to verEd
                           move spaces to rapportLigne
                           string "INFO stock hors lot "
                              delimited by size
                              function trim(fIn_nomIn) delimited by size
                              " : " delimited by size
                              function trim(verEd) delimited by size
                              into rapportLigne
                           end-string
                           perform EcrireLigneRapport
                           add 1 to verNbInfos
                      end-if
                 end-if
            end-read
       end-perform
       close fIn
       open input fLot
       open input fIn
       move 0 to verFin
       perform with test after until verFin = 1
            read fLot next
            at end move 1 to verFin
            not at end
                 if fLot_quantite > 0 then
                      move fLot_ingredient to fIn_nomIn
                      read fIn
                      invalid key
                           move "Lots.dat" to verFichier
                           move spaces to verCle
                           string "lot " delimited by size
                              fLot_id delimited by size
                              into verCle
                           end-string
                           move "quantite" to verLib1
                           move fLot_quantite to verEd
                           move verEd to verVal1
                           move "StockIngredient.dat" to verLib2
                           move "absent" to verVal2
                           perform VerEcart
                      end-read
                 end-if
            end-read
       end-perform
       close fIn
       close fLot.

      *> Compteur de ventes de chaque potion contre le registre
      *> courant plus l'archive (retours en negatif).
       VerVentesPotions.

       move "VENTES PAR POTION" to verTitre
       perform VerSection
       open input fPot
       move 0 to verFin
       perform with test after until verFin = 1
            read fPot next
            at end move 1 to verFin
            not at end
                 move 0 to verQte
                 open input fVen
                 move 0 to verFin2
                 perform with test after until verFin2 = 1
                      read fVen next
                      at end move 1 to verFin2
                      not at end
                           if fVen_nomPotion = fPot_nom then
                                add fVen_quantite to verQte
                           end-if
                      end-read
                 end-perform
                 close fVen
                 open input fVenArch
                 move 0 to verFin2
                 perform with test after until verFin2 = 1
                      read fVenArch next
                      at end move 1 to verFin2
                      not at end
                           if fVenArch_nomPotion = fPot_nom then
                                add fVenArch_quantite to verQte
                           end-if
                      end-read
                 end-perform
                 close fVenArch
                 if verQte not = fPot_sold then
                      move "Potions.dat" to verFichier
                      move fPot_nom to verCle
                      move "vendues" to verLib1
                      move fPot_sold to verEd
                      move verEd to verVal1
                      move "Ventes+VentesArchive" to verLib2
                      move verQte to verEd
                      move verEd to verVal2
                      perform VerEcart
                 end-if
            end-read
       end-perform
       close fPot.

      *> Chaque ligne de vente rattachee a un recu a sa ligne de
      *> recu, et chaque ligne de recu sa ligne de vente (meme
      *> potion, quantite et montant). Les ventes des mois anterieurs
      *> au dernier mois clos sont passees a l'archive, qui ne garde
      *> pas le numero de recu : ces lignes de recu sont comptees
      *> sans etre controlees.
       VerRecusVentes.

       move "RECUS ET LIGNES DE VENTE" to verTitre
       perform VerSection
       perform RotDerniereCloture
       move rotPeriode to verMoisClos
       move 0 to verNbArchives
       open input fVen
       open input fRcu
       move 0 to verFin
       perform with test after until verFin = 1
            read fVen next
            at end move 1 to verFin
            not at end
                 if fVen_recu > 0 and fVen_quantite > 0 then
                      move fVen_recu to fRcu_numero
                      move fVen_ligneRecu to fRcu_ligne
                      read fRcu
                      invalid key
                           move "Ventes.dat" to verFichier
                           move spaces to verCle
                           string "vente " delimited by size
                              fVen_id delimited by size
                              into verCle
                           end-string
                           move "recu" to verLib1
                           move spaces to verVal1
                           string fVen_recu delimited by size
                              "/" delimited by size
                              fVen_ligneRecu delimited by size
                              into verVal1
                           end-string
                           move "Recus.dat" to verLib2
                           move "absent" to verVal2
                           perform VerEcart
                      end-read
                 end-if
            end-read
       end-perform
       close fRcu
       close fVen
       open input fRcu
       move 0 to verFin
       perform with test after until verFin = 1
            read fRcu next
            at end move 1 to verFin
            not at end
                 perform VerLigneRecu
            end-read
       end-perform
       close fRcu
       if verNbArchives > 0 then
            move spaces to rapportLigne
            string "INFO lignes de recu dont la vente est archivee"
               delimited by size
               " : " delimited by size
               verNbArchives delimited by size
               into rapportLigne
            end-string
            perform EcrireLigneRapport
            add 1 to verNbInfos
       end-if.

      *> Ligne de recu lue : recherche de sa ligne de vente.
       VerLigneRecu.

       move 0 to verTrouve
       open input fVen
       move 0 to verFin2
       perform with test after until verFin2 = 1
            read fVen next
            at end move 1 to verFin2
            not at end
                 if fVen_recu = fRcu_numero
                    and fVen_ligneRecu = fRcu_ligne
                    and fVen_quantite > 0 then
                      move 1 to verTrouve
                      move 1 to verFin2
                      move fVen_nomPotion to verNomVente
                      move fVen_quantite to verQte
                      move fVen_Prix to verMontant
                 end-if
            end-read
       end-perform
       close fVen
       move "Recus.dat" to verFichier
       move spaces to verCle
       string "recu " delimited by size
           fRcu_numero delimited by size
          "/" delimited by size
           fRcu_ligne delimited by size
          into verCle
       end-string
       if verTrouve = 0 then
            if verMoisClos not = spaces
               and fRcu_date(1:6) < verMoisClos then
                 add 1 to verNbArchives
            else
                 move "potion" to verLib1
                 move fRcu_potion to verVal1
                 move "Ventes.dat" to verLib2
                 move "absente" to verVal2
                 perform VerEcart
            end-if
       else
            if verNomVente not = fRcu_potion then
                 move "potion" to verLib1
                 move fRcu_potion to verVal1
                 move "Ventes.dat" to verLib2
                 move verNomVente to verVal2
                 perform VerEcart
            end-if
            if verQte not = fRcu_quantite then
                 move "quantite" to verLib1
                 move fRcu_quantite to verEd
                 move verEd to verVal1
                 move "Ventes.dat" to verLib2
                 move verQte to verEd
                 move verEd to verVal2
                 perform VerEcart
            end-if
            if verMontant not = fRcu_montant then
                 move "montant" to verLib1
                 move fRcu_montant to verEd
                 move verEd to verVal1
                 move "Ventes.dat" to verLib2
                 move verMontant to verEd
                 move verEd to verVal2
                 perform VerEcart
            end-if
       end-if.

      *> Toute commande fournisseur livree a produit un lot. Les
      *> lots repris d'une version qui ne gardait pas la commande
      *> d'origine ont une commande a zero : une commande livree
      *> sans lot rattache, dont l'ingredient a un tel lot, est
      *> seulement signalee.
       VerCommandesLots.

       move "COMMANDES LIVREES ET LOTS" to verTitre
       perform VerSection
       open input fCmd
       move 0 to verFin
       perform with test after until verFin = 1
            read fCmd next
            at end move 1 to verFin
            not at end
                 if fCmd_statut = 1 then
                      move 0 to verTrouve
                      open input fLot
                      move 0 to verFin2
                      perform with test after until verFin2 = 1
                           read fLot next
                           at end move 1 to verFin2
                           not at end
                                if fLot_commande = fCmd_id then
                                     move 1 to verTrouve
                                     move 1 to verFin2
                                end-if
                                if fLot_commande = 0
                                   and fLot_ingredient = fCmd_ingredient
                                   and verTrouve = 0 then
                                     move 2 to verTrouve
                                end-if
                           end-read
                      end-perform
                      close fLot
                      if verTrouve = 2 then
                           move spaces to rapportLigne
                           string "INFO commande " delimited by size
                              fCmd_id delimited by size
                              " livree avant le rattachement des lots"
                              delimited by size
                              into rapportLigne
                           end-string
                           perform EcrireLigneRapport
                           add 1 to verNbInfos
                      end-if
                      if verTrouve = 0 then
                           move "CommandesFournisseur.dat"
                              to verFichier
                           move spaces to verCle
                           string "commande " delimited by size
                              fCmd_id delimited by size
                              into verCle
                           end-string
                           move "statut" to verLib1
                           move "livree" to verVal1
                           move "Lots.dat" to verLib2
                           move "aucun lot" to verVal2
                           perform VerEcart
                      end-if
                 end-if
            end-read
       end-perform
       close fCmd.

      *> Par portefeuille : les acomptes des reservations ouvertes
      *> contre les debits RESERVATION des mouvements (fichier vivant
      *> et archives des rotations), moins les acomptes des
      *> reservations servies et les annulations de reservation.
       VerReservations.

       move "ACOMPTES DE RESERVATION" to verTitre
       perform VerSection
       move 0 to verCptNb
       move 0 to verDebordement
       open input fRes
       move 0 to verFin
       perform with test after until verFin = 1
            read fRes next
            at end move 1 to verFin
            not at end
                 move fRes_compte to verCptCible
                 perform VerTrouverCompte
                 if verCptTrouve = 1 then
                      if fRes_statut = 0 then
                           add fRes_montant
                              to verCptOuvert(verCptIdx)
                      else
                           subtract fRes_montant
                              from verCptDebit(verCptIdx)
                      end-if
                 end-if
            end-read
       end-perform
       close fRes
       open input fMvt
       move 0 to verFin
       perform with test after until verFin = 1
            read fMvt next
            at end move 1 to verFin
            not at end
                 perform VerCumulerMouvement
            end-read
       end-perform
       close fMvt
       open input fRot
       move 0 to verFin
       perform with test after until verFin = 1
            read fRot next
            at end move 1 to verFin
            not at end
                 move "MVT" to rotCode
                 move fRot_periode to rotPeriode
                 perform RotNomArchive
                 open input fArc
                 if cr_fArc = 0 then
                      move 0 to verFin2
                      perform with test after until verFin2 = 1
                           read fArc next
                           at end move 1 to verFin2
                           not at end
                                move tamp_fArc to tamp_fMvt
                                perform VerCumulerMouvement
                           end-read
                      end-perform
                      close fArc
                 else
                      move "MouvementsCompte.dat" to verFichier
                      move fRot_periode to verCle
                      move "archive" to verLib1
                      move ficArchive to verVal1
                      move "Rotations.dat" to verLib2
                      move "fichier absent" to verVal2
                      perform VerEcart
                 end-if
            end-read
       end-perform
       close fRot
       if verDebordement = 1 then
            move "MouvementsCompte.dat" to verFichier
            move "portefeuilles" to verCle
            move "comptes" to verLib1
            move "plus de 500" to verVal1
            move "controle" to verLib2
            move "incomplet" to verVal2
            perform VerEcart
       end-if
       move 0 to verCptIdx
       perform with test after until verCptIdx >= verCptNb
            add 1 to verCptIdx
            if verCptIdx <= verCptNb then
                 if verCptOuvert(verCptIdx)
                    not = verCptDebit(verCptIdx) then
                      move "Reservations.dat" to verFichier
                      move verCptNom(verCptIdx) to verCle
                      move "acomptes ouverts" to verLib1
                      move verCptOuvert(verCptIdx) to verEd
                      move verEd to verVal1
                      move "MouvementsCompte.dat" to verLib2
                      move verCptDebit(verCptIdx) to verEd
                      move verEd to verVal2
                      perform VerEcart
                 end-if
            end-if
       end-perform.

      *> Mouvement de portefeuille lu (tamp_fMvt) : cumul des debits
      *> d'acompte, net des annulations de reservation.
       VerCumulerMouvement.

       if (fMvt_motif = "RESERVATION" and fMvt_sens = "D")
          or (fMvt_motif = "ANNUL RESERVATION" and fMvt_sens = "C")
       then
            move fMvt_compte to verCptCible
            perform VerTrouverCompte
            if verCptTrouve = 1 then
                 if fMvt_sens = "D" then
                      add fMvt_montant to verCptDebit(verCptIdx)
                 else
                      subtract fMvt_montant
                         from verCptDebit(verCptIdx)
                 end-if
            end-if
       end-if.

      *> Ligne du portefeuille verCptCible dans verCptTable, creee a
      *> zero au besoin ; verCptTrouve = 0 si la table est pleine.
       VerTrouverCompte.

       move 0 to verCptTrouve
       move 0 to verCptIdx
       perform with test after
          until verCptIdx >= verCptNb or verCptTrouve = 1
            add 1 to verCptIdx
            if verCptIdx <= verCptNb then
                 if verCptNom(verCptIdx) = verCptCible then
                      move 1 to verCptTrouve
                 end-if
            end-if
       end-perform
       if verCptTrouve = 0 then
            if verCptNb < 500 then
                 add 1 to verCptNb
                 move verCptNb to verCptIdx
                 move verCptCible to verCptNom(verCptIdx)
                 move 0 to verCptOuvert(verCptIdx)
                 move 0 to verCptDebit(verCptIdx)
                 move 1 to verCptTrouve
            else
                 move 1 to verDebordement
            end-if
       end-if.

      *> Solde de la caisse (reports a nouveau et annulations de
      *> reprise compris) contre ce qu'elle doit contenir : ventes
      *> nettes des retours du registre et de l'archive, plus les
      *> acomptes des reservations pas encore servies (une
      *> reservation servie est au registre pour son acompte), moins
      *> les commandes fournisseurs, payees a la commande.
       VerCaisse.

       move "CAISSE" to verTitre
       perform VerSection
       move 0 to verSoldeCaisse
       open input fCai
       move 0 to verFin
       perform with test after until verFin = 1
            read fCai next
            at end move 1 to verFin
            not at end
                 if fCai_sens = "C" then
                      add fCai_montant to verSoldeCaisse
                 else
                      subtract fCai_montant from verSoldeCaisse
                 end-if
            end-read
       end-perform
       close fCai
       move 0 to verVentes
       open input fVen
       move 0 to verFin
       perform with test after until verFin = 1
            read fVen next
            at end move 1 to verFin
            not at end
                 add fVen_Prix to verVentes
            end-read
       end-perform
       close fVen
       open input fVenArch
       move 0 to verFin
       perform with test after until verFin = 1
            read fVenArch next
            at end move 1 to verFin
            not at end
                 add fVenArch_Prix to verVentes
            end-read
       end-perform
       close fVenArch
       move 0 to verAcomptes
       open input fRes
       move 0 to verFin
       perform with test after until verFin = 1
            read fRes next
            at end move 1 to verFin
            not at end
                 if fRes_statut = 0 then
                      add fRes_montant to verAcomptes
                 end-if
            end-read
       end-perform
       close fRes
       move 0 to verFournisseurs
       open input fCmd
       move 0 to verFin
       perform with test after until verFin = 1
            read fCmd next
            at end move 1 to verFin
            not at end
                 multiply fCmd_quantite by fCmd_prixUnitaire
                    giving verMontant
                 add verMontant to verFournisseurs
            end-read
       end-perform
       close fCmd
       add verVentes to verAcomptes giving verMontant2
       subtract verFournisseurs from verMontant2
       move verVentes to verEd
       move spaces to rapportLigne
       string "Ventes nettes (registre et archive) : "
          delimited by size
          function trim(verEd) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move verAcomptes to verEd
       move spaces to rapportLigne
       string "Acomptes des reservations ouvertes : "
          delimited by size
          function trim(verEd) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move verFournisseurs to verEd
       move spaces to rapportLigne
       string "Commandes fournisseurs payees : " delimited by size
          function trim(verEd) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       move verSoldeCaisse to verEd
       move spaces to rapportLigne
       string "Solde de Caisse.dat : " delimited by size
          function trim(verEd) delimited by size
          into rapportLigne
       end-string
       perform EcrireLigneRapport
       if verSoldeCaisse not = verMontant2 then
            move "Caisse.dat" to verFichier
            move "solde" to verCle
            move "caisse" to verLib1
            move verSoldeCaisse to verEd
            move verEd to verVal1
            move "ventes - fournisseurs" to verLib2
            move verMontant2 to verEd
            move verEd to verVal2
            perform VerEcart
       end-if.

      *> Mode ROTATION : deplace dans des archives par periode les
      *> enregistrements des mois clos du journal des transactions,
      *> des mouvements de compte, de la caisse et de l'historique
      *> du catalogue (JRN-, MVT-, CAI-, HIS-<AAAAMM>.dat, ou AAAAMM
      *> est le dernier mois clos). Le journal ne cede que des
      *> transactions terminees (F ou A). La caisse et chaque
      *> portefeuille recoivent un report a nouveau, date du premier
      *> jour du mois suivant, portant le solde des mouvements
      *> archives. Les fichiers vivants ne sont remplaces qu'une fois
      *> archives et fichiers de travail complets.
       RotationJournaux.

       move "ROTATION" to compteActifId
       perform RotDerniereCloture
       if rotPeriode = spaces then
            display "ROTATION : aucune periode close a archiver"
       else
            perform RotVerifierRegistre
            if rotDeja = 1 then
                 display "ROTATION : periodes jusqu'a ", rotPeriode,
                    " deja archivees"
            else
                 perform RotPreparerDates
                 move 0 to rotDebordement
                 perform RotJournal
                 perform RotMouvements
                 perform RotCaisse
                 perform RotHistorique
                 if rotDebordement = 1 then
                      display "ROTATION abandonnee, fichiers vivants",
                         " inchanges"
                 else
                      open output fRce
                      move rotPeriode to fRce_periode
                      move rotNbJrn to fRce_nbJrn
                      move rotNbMvt to fRce_nbMvt
                      move rotNbCai to fRce_nbCai
                      move rotNbHis to fRce_nbHis
                      write tamp_fRce
                      close fRce
                      perform RotRemettreFichiers
                      perform RotInscrireRegistre
                      open output fRce
                      close fRce
                      display "Rotation terminee jusqu'a ", rotPeriode
                      display "Journal :", rotNbJrn,
                         " enregistrement(s) archive(s)"
                      display "Mouvements :", rotNbMvt,
                         " enregistrement(s) archive(s)"
                      display "Caisse :", rotNbCai,
                         " enregistrement(s) archive(s)"
                      display "Historique :", rotNbHis,
                         " enregistrement(s) archive(s)"
                 end-if
            end-if
       end-if.

      *> Dernier mois clos d'apres PeriodesCloses.dat, a blanc si
      *> aucune cloture n'a encore ete faite.
       RotDerniereCloture.

       move spaces to rotPeriode
       open input fPer
       move "999999" to fPer_mois
       start fPer, key is less than or equal to fPer_mois
       invalid key
            continue
       not invalid key
            read fPer next
            at end continue
            not at end
                 move fPer_mois to rotPeriode
            end-read
       end-start
       close fPer.

      *> rotDeja a 1 si le registre couvre deja rotPeriode.
       RotVerifierRegistre.

       move 0 to rotDeja
       open input fRot
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fRot next
            at end move 1 to rotFin
            not at end
                 if fRot_periode >= rotPeriode then
                      move 1 to rotDeja
                 end-if
            end-read
       end-perform
       close fRot.

      *> Date des reports a nouveau : premier jour du mois qui suit
      *> la periode archivee.
       RotPreparerDates.

       move rotPeriode to rotMois
       divide rotMois by 100 giving rotAnnee remainder rotMoisMM
       if rotMoisMM = 12 then
            add 1 to rotAnnee
            move 1 to rotMoisMM
       else
            add 1 to rotMoisMM
       end-if
       multiply rotAnnee by 100 giving rotMoisSuiv
       add rotMoisMM to rotMoisSuiv
       multiply rotMoisSuiv by 100 giving rotDateReport
       add 1 to rotDateReport
       move spaces to rotDateHeure
       move rotDateReport to rotDateHeure(1:8)
       move "00000000" to rotDateHeure(9:8).

      *> Nom de l'archive de la nature rotCode : <code>-<AAAAMM>.dat.
       RotNomArchive.

       move spaces to ficArchive
       string rotCode delimited by size
          "-" delimited by size
           rotPeriode delimited by size
          ".dat" delimited by size
          into ficArchive
       end-string.

      *> Fichier de travail de la nature rotCode.
       RotNomTemp.

       move spaces to ficRotTemp
       string "RotationTemp-" delimited by size
           rotCode delimited by size
          ".dat" delimited by size
          into ficRotTemp
       end-string.

      *> Journal des transactions, en deux lectures : la premiere
      *> archive les transactions terminees de la periode, la
      *> seconde garde les autres dans le fichier de travail. Si le
      *> plus grand numero part en archive, une marque REPORT le
      *> conserve en tete du journal pour la numerotation.
       RotJournal.

       move "JRN" to rotCode
       perform RotNomArchive
       perform RotNomTemp
       move 0 to rotNbJrn
       move 0 to rotJrnMaxArch
       move 0 to rotJrnMaxGarde
       move 1 to rotJrnPasse
       open output fArc
       perform RotLireJournal
       close fArc
       move 2 to rotJrnPasse
       open output fRtm
       perform RotLireJournal
       close fRtm.

       RotLireJournal.

       open input fJrn
       if rotJrnPasse = 2 and rotJrnMaxArch > rotJrnMaxGarde then
            move rotJrnMaxArch to fJrn_id
            move "REPORT" to fJrn_type
            move "F" to fJrn_etape
            move compteActifId to fJrn_compte
            move 0 to fJrn_montant
            move 0 to fJrn_soldeAvant
            move spaces to fJrn_potion
            move 0 to fJrn_quantite
            move 0 to fJrn_stockAvant
            move 0 to fJrn_venduAvant
            move 0 to fJrn_nbVentes
            move function current-date to fJrn_date
            write tamp_fRtm from tamp_fJrn
       end-if
       move 0 to rotJrnNb
       move 0 to rotJrnId
       move 0 to rotJrnTermine
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fJrn next
            at end move 1 to rotFin
            not at end
                 if fJrn_id not = rotJrnId then
                      perform RotVerserTransaction
                      move fJrn_id to rotJrnId
                      move fJrn_date(1:6) to rotJrnMois
                      move 0 to rotJrnTermine
                      move 0 to rotJrnNb
                 end-if
                 if fJrn_etape = "F" or fJrn_etape = "A" then
                      move 1 to rotJrnTermine
                 end-if
                 if rotJrnNb < 40 then
                      add 1 to rotJrnNb
                      move tamp_fJrn to rotJrnLigne(rotJrnNb)
                 else
                      move 1 to rotDebordement
                      display "ROTATION : transaction #", rotJrnId,
                         " trop longue"
                 end-if
            end-read
       end-perform
       perform RotVerserTransaction
       close fJrn.

      *> Transaction lue (rotJrnTable) : en archive a la premiere
      *> lecture si elle est terminee et de la periode, sinon dans
      *> le fichier de travail a la seconde.
       RotVerserTransaction.

       if rotJrnNb > 0 then
            if rotJrnTermine = 1 and rotJrnMois <= rotPeriode then
                 if rotJrnPasse = 1 then
                      move 0 to rotJrnIdx
                      perform with test after
                         until rotJrnIdx >= rotJrnNb
                           add 1 to rotJrnIdx
                           write tamp_fArc
                              from rotJrnLigne(rotJrnIdx)
                           add 1 to rotNbJrn
                      end-perform
                      if rotJrnId > rotJrnMaxArch then
                           move rotJrnId to rotJrnMaxArch
                      end-if
                 end-if
            else
                 if rotJrnPasse = 1 then
                      if rotJrnId > rotJrnMaxGarde then
                           move rotJrnId to rotJrnMaxGarde
                      end-if
                 else
                      move 0 to rotJrnIdx
                      perform with test after
                         until rotJrnIdx >= rotJrnNb
                           add 1 to rotJrnIdx
                           write tamp_fRtm
                              from rotJrnLigne(rotJrnIdx)
                      end-perform
                 end-if
            end-if
       end-if.

      *> Mouvements de compte : archive de la periode avec cumul par
      *> portefeuille, puis fichier de travail ouvert par les
      *> reports a nouveau et suivi des mouvements posterieurs.
       RotMouvements.

       move "MVT" to rotCode
       perform RotNomArchive
       perform RotNomTemp
       move 0 to rotNbMvt
       move 0 to rotCptNb
       open output fArc
       open input fMvt
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fMvt next
            at end move 1 to rotFin
            not at end
                 if fMvt_date(1:6) <= rotPeriode then
                      write tamp_fArc from tamp_fMvt
                      add 1 to rotNbMvt
                      perform RotCumulerCompte
                 end-if
            end-read
       end-perform
       close fMvt
       close fArc
       open output fRtm
       open input fMvt
       move 0 to rotCptIdx
       perform with test after until rotCptIdx >= rotCptNb
            add 1 to rotCptIdx
            if rotCptIdx <= rotCptNb then
                 perform RotEcrireReportCompte
            end-if
       end-perform
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fMvt next
            at end move 1 to rotFin
            not at end
                 if fMvt_date(1:6) > rotPeriode then
                      write tamp_fRtm from tamp_fMvt
                 end-if
            end-read
       end-perform
       close fMvt
       close fRtm.

      *> Ajoute le mouvement lu au cumul de son portefeuille.
       RotCumulerCompte.

       move 0 to rotCptTrouve
       move 0 to rotCptIdx
       perform with test after
          until rotCptIdx >= rotCptNb or rotCptTrouve = 1
            add 1 to rotCptIdx
            if rotCptIdx <= rotCptNb then
                 if rotCptNom(rotCptIdx) = fMvt_compte then
                      move 1 to rotCptTrouve
                 end-if
            end-if
       end-perform
       if rotCptTrouve = 0 then
            if rotCptNb < 500 then
                 add 1 to rotCptNb
                 move rotCptNb to rotCptIdx
                 move fMvt_compte to rotCptNom(rotCptIdx)
                 move 0 to rotCptNet(rotCptIdx)
                 move 1 to rotCptTrouve
            else
                 move 1 to rotDebordement
                 display "ROTATION : plus de 500 comptes a reporter"
            end-if
       end-if
       if rotCptTrouve = 1 then
            if fMvt_sens = "C" then
                 add fMvt_montant to rotCptNet(rotCptIdx)
            else
                 subtract fMvt_montant from rotCptNet(rotCptIdx)
            end-if
       end-if.

      *> Report a nouveau du portefeuille rotCptIdx, s'il n'est pas
      *> nul.
       RotEcrireReportCompte.

       move rotCptNet(rotCptIdx) to rotNet
       if rotNet not = 0 then
            move rotDateHeure to fMvt_date
            move rotCptNom(rotCptIdx) to fMvt_compte
            if rotNet > 0 then
                 move "C" to fMvt_sens
                 move rotNet to fMvt_montant
            else
                 move "D" to fMvt_sens
                 multiply rotNet by -1 giving fMvt_montant
            end-if
            move "REPORT A NOUVEAU" to fMvt_motif
            move compteActifId to fMvt_operateur
            write tamp_fRtm from tamp_fMvt
       end-if.

      *> Caisse : archive de la periode, puis report a nouveau du
      *> solde archive en tete du fichier de travail.
       RotCaisse.

       move "CAI" to rotCode
       perform RotNomArchive
       perform RotNomTemp
       move 0 to rotNbCai
       move 0 to rotNet
       open output fArc
       open input fCai
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fCai next
            at end move 1 to rotFin
            not at end
                 if fCai_date(1:6) <= rotPeriode then
                      write tamp_fArc from tamp_fCai
                      add 1 to rotNbCai
                      if fCai_sens = "C" then
                           add fCai_montant to rotNet
                      else
                           subtract fCai_montant from rotNet
                      end-if
                 end-if
            end-read
       end-perform
       close fCai
       close fArc
       open output fRtm
       open input fCai
       if rotNet not = 0 then
            move rotDateHeure to fCai_date
            if rotNet > 0 then
                 move "C" to fCai_sens
                 move rotNet to fCai_montant
            else
                 move "D" to fCai_sens
                 multiply rotNet by -1 giving fCai_montant
            end-if
            move "REPORT A NOUVEAU" to fCai_motif
            move compteActifId to fCai_operateur
            write tamp_fRtm from tamp_fCai
       end-if
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fCai next
            at end move 1 to rotFin
            not at end
                 if fCai_date(1:6) > rotPeriode then
                      write tamp_fRtm from tamp_fCai
                 end-if
            end-read
       end-perform
       close fCai
       close fRtm.

      *> Historique du catalogue : simple partage par date.
       RotHistorique.

       move "HIS" to rotCode
       perform RotNomArchive
       perform RotNomTemp
       move 0 to rotNbHis
       open output fArc
       open output fRtm
       open input fHis
       move 0 to rotFin
       perform with test after until rotFin = 1
            read fHis next
            at end move 1 to rotFin
            not at end
                 if fHis_date(1:6) <= rotPeriode then
                      write tamp_fArc from tamp_fHis
                      add 1 to rotNbHis
                 else
                      write tamp_fRtm from tamp_fHis
                 end-if
            end-read
       end-perform
       close fHis
       close fRtm
       close fArc.

      *> Recopie des fichiers de travail sur les fichiers vivants.
      *> Rejouable tant que RotationEnCours.dat n'est pas vide.
       RotRemettreFichiers.

       move "JRN" to rotCode
       perform RotNomTemp
       perform RotRemettreJournal
       move "MVT" to rotCode
       perform RotNomTemp
       perform RotRemettreMouvements
       move "CAI" to rotCode
       perform RotNomTemp
       perform RotRemettreCaisse
       move "HIS" to rotCode
       perform RotNomTemp
       perform RotRemettreHistorique.

       RotRemettreJournal.

       open input fRtm
       if cr_fRtm = 0 then
            open output fJrn
            move 0 to rotFin
            perform with test after until rotFin = 1
                 read fRtm next
                 at end move 1 to rotFin
                 not at end
                      move tamp_fRtm to tamp_fJrn
                      write tamp_fJrn
                 end-read
            end-perform
            close fJrn
            close fRtm
       end-if.

       RotRemettreMouvements.

       open input fRtm
       if cr_fRtm = 0 then
            open output fMvt
            move 0 to rotFin
            perform with test after until rotFin = 1
                 read fRtm next
                 at end move 1 to rotFin
                 not at end
                      move tamp_fRtm to tamp_fMvt
                      write tamp_fMvt
                 end-read
            end-perform
            close fMvt
            close fRtm
       end-if.

       RotRemettreCaisse.

       open input fRtm
       if cr_fRtm = 0 then
            open output fCai
            move 0 to rotFin
            perform with test after until rotFin = 1
                 read fRtm next
                 at end move 1 to rotFin
                 not at end
                      move tamp_fRtm to tamp_fCai
                      write tamp_fCai
                 end-read
            end-perform
            close fCai
            close fRtm
       end-if.

       RotRemettreHistorique.

       open input fRtm
       if cr_fRtm = 0 then
            open output fHis
            move 0 to rotFin
            perform with test after until rotFin = 1
                 read fRtm next
                 at end move 1 to rotFin
                 not at end
                      move tamp_fRtm to tamp_fHis
                      write tamp_fHis
                 end-read
            end-perform
            close fHis
            close fRtm
       end-if.

      *> Inscrit la periode au registre des rotations, une seule
      *> fois.
       RotInscrireRegistre.

       perform RotVerifierRegistre
       if rotDeja = 0 then
            open extend fRot
            move rotPeriode to fRot_periode
            move function current-date to fRot_date
            move rotNbJrn to fRot_nbJrn
            move rotNbMvt to fRot_nbMvt
            move rotNbCai to fRot_nbCai
            move rotNbHis to fRot_nbHis
            move compteActifId to fRot_operateur
            write tamp_fRot
            close fRot
       end-if.

      *> Reprise au demarrage : une rotation arretee apres la
      *> preparation de ses fichiers de travail est terminee en
      *> rejouant la recopie sur les fichiers vivants.
       TerminerRotationInterrompue.

       move 0 to rotEnCours
       open input fRce
       if cr_fRce = 0 then
            read fRce next
            at end continue
            not at end
                 move 1 to rotEnCours
                 move fRce_periode to rotPeriode
                 move fRce_nbJrn to rotNbJrn
                 move fRce_nbMvt to rotNbMvt
                 move fRce_nbCai to rotNbCai
                 move fRce_nbHis to rotNbHis
            end-read
            close fRce
       end-if
       if rotEnCours = 1 then
            display "Rotation interrompue detectee (", rotPeriode,
               ")"
            move "ROTATION" to compteActifId
            perform RotRemettreFichiers
            perform RotInscrireRegistre
            open output fRce
            close fRce
            move spaces to compteActifId
            display "Rotation jusqu'a ", rotPeriode, " terminee"
       end-if.

      *> Archives des rotations inscrites au registre : une entree
      *> de manifeste par archive (JRN-AAAAMM, MVT-AAAAMM, ...).
       SauvegarderArchives.

       open input fRot
       if cr_fRot = 0 then
            move 0 to rotFin
            perform with test after until rotFin = 1
                 read fRot next
                 at end move 1 to rotFin
                 not at end
                      move fRot_periode to rotPeriode
                      move "JRN" to rotCode
                      perform SauvegarderArchive
                      move "MVT" to rotCode
                      perform SauvegarderArchive
                      move "CAI" to rotCode
                      perform SauvegarderArchive
                      move "HIS" to rotCode
                      perform SauvegarderArchive
                 end-read
            end-perform
            close fRot
       end-if.

       SauvegarderArchive.

       perform RotNomArchive
       move ficArchive(1:10) to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       move 0 to sauvCnt
       open input fArc
       if cr_fArc = 0 then
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fArc next
                 at end move 1 to sauvFin
                 not at end
                      write tamp_fSav from tamp_fArc
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fArc
       end-if
       close fSav
       perform EcrireLigneManifeste.

      *> Remet en place les archives de rotation citees au manifeste.
       RestaurerArchives.

       move 0 to manIdx
       perform with test after until manIdx >= manNb
            add 1 to manIdx
            if manIdx <= manNb then
                 if manTabNom(manIdx)(4:1) = "-"
                    and (manTabNom(manIdx)(1:3) = "JRN"
                      or manTabNom(manIdx)(1:3) = "MVT"
                      or manTabNom(manIdx)(1:3) = "CAI"
                      or manTabNom(manIdx)(1:3) = "HIS") then
                      move manTabNom(manIdx) to manNom
                      perform RestaurerArchive
                 end-if
            end-if
       end-perform.

       RestaurerArchive.

       perform ConstruireNomSauvegarde
       move spaces to ficArchive
       string function trim(manNom) delimited by size
          ".dat" delimited by size
          into ficArchive
       end-string
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fArc
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fArc
                      write tamp_fArc
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fArc
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

      *> Mode SAUVEGARDE : copie chaque fichier vivant dans un jeu
       perform SauvegarderReservations
       perform SauvegarderLots
       perform SauvegarderRecus
       perform SauvegarderAvoirs
       perform SauvegarderBrassins
       perform SauvegarderTraces
       perform SauvegarderGrandLivre
       perform SauvegarderPeriodes
       perform SauvegarderTauxTaxe
       perform SauvegarderRotations
       perform SauvegarderTransferts
       perform SauvegarderAcces
       perform SauvegarderCaisse
       perform SauvegarderHistorique
       perform SauvegarderAjustements
       perform SauvegarderPromotions
       perform SauvegarderArchives
       close fMan
       display "Sauvegarde terminee : jeu ",
          function trim(sauvNomSet).
       move "COMPTES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fCom
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fCom next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fCom
                 add 1 to sauvCnt
            end-read
       end-perform
       close fCom
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderVentes.

       move "VENTES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fVen
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fVen next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fVen
                 add 1 to sauvCnt
            end-read
       end-perform
       close fVen
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderFournisseurs.

       move "FOURNISSEURS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fFou
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fFou next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fFou
                 add 1 to sauvCnt
            end-read
       end-perform
       close fFou
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderCommandes.

       move "COMMANDES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fCmd
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fCmd next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fCmd
                 add 1 to sauvCnt
            end-read
       end-perform
       close fCmd
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderVentesArch.

       move "VENTESARCH" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fVenArch
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fVenArch next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fVenArch
                 add 1 to sauvCnt
            end-read
       end-perform
       close fVenArch
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderMouvements.

       move "MOUVEMENTS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fMvt
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fMvt next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fMvt
                 add 1 to sauvCnt
            end-read
       end-perform
       close fMvt
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderJournal.

       move "JOURNAL" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fJrn
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fJrn next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fJrn
                 add 1 to sauvCnt
            end-read
       end-perform
       close fJrn
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderReservations.

       move "RESERVATIONS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fRes
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fRes next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fRes
                 add 1 to sauvCnt
            end-read
       end-perform
       close fRes
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderLots.

       move "LOTS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fLot
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fLot next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fLot
                 add 1 to sauvCnt
            end-read
       end-perform
       close fLot
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderRecus.

       move "RECUS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fRcu
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fRcu next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fRcu
                 add 1 to sauvCnt
            end-read
       end-perform
       close fRcu
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderAvoirs.

       move "AVOIRS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fAvo
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fAvo next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fAvo
                 add 1 to sauvCnt
            end-read
       end-perform
       close fAvo
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderBrassins.

       move "BRASSINS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fBra
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fBra next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fBra
                 add 1 to sauvCnt
            end-read
       end-perform
       close fBra
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderTraces.

       move "TRACES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fTrc
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fTrc next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fTrc
                 add 1 to sauvCnt
            end-read
       end-perform
       close fTrc
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderGrandLivre.

       move "GRANDLIVRE" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fGl
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fGl next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fGl
                 add 1 to sauvCnt
            end-read
       end-perform
       close fGl
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderPeriodes.

       move "PERIODES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fPer
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fPer next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fPer
                 add 1 to sauvCnt
            end-read
       end-perform
       close fPer
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderTauxTaxe.

       move "TAUXTAXE" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fTax
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fTax next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fTax
                 add 1 to sauvCnt
            end-read
       end-perform
       close fTax
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderRotations.

       move "ROTATIONS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fRot
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fRot next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fRot
                 add 1 to sauvCnt
            end-read
       end-perform
       close fRot
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderTransferts.

       move "TRANSFERTS" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fTrf
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fTrf next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fTrf
                 add 1 to sauvCnt
            end-read
       end-perform
       close fTrf
       close fSav
       perform EcrireLigneManifeste.

       SauvegarderAcces.

       move "ACCES" to manNom
       perform ConstruireNomSauvegarde
       open output fSav
       open input fAcc
       move 0 to sauvCnt
       move 0 to sauvFin
       perform with test after until sauvFin = 1
            read fAcc next
            at end move 1 to sauvFin
            not at end
                 write tamp_fSav from tamp_fAcc
                 add 1 to sauvCnt
            end-read
       end-perform
       close fAcc
       close fSav
       perform EcrireLigneManifeste.

                      read fMan next
                      at end move 1 to manFin
                      not at end
                           if manNb < 200 then
                                add 1 to manNb
                                unstring tamp_fMan
                                   delimited by ";"
                      perform RestaurerReservations
                      perform RestaurerLots
                      perform RestaurerRecus
                      perform RestaurerAvoirs
                      perform RestaurerBrassins
                      perform RestaurerTraces
                      perform RestaurerGrandLivre
                      perform RestaurerPeriodes
                      perform RestaurerTauxTaxe
                      perform RestaurerRotations
                      perform RestaurerTransferts
                      perform RestaurerAcces
                      perform RestaurerCaisse
                      perform RestaurerHistorique
                      perform RestaurerAjustements
                      perform RestaurerPromotions
                      perform RestaurerArchives
                      display "Restauration terminee : jeu ",
                         function trim(sauvNomSet)
                 end-if
            end-if
       end-if.

      *> Un jeu sauvegarde avant l'ajout d'une zone en fin
      *> d'enregistrement (emplacements rayon/reserve, recus et
      *> taxe des ventes, commande d'origine des lots) porte des
      *> blancs a sa place : la restauration les remet a zero, et
      *> le stock repris part en reserve (rayon a zero). C'est la
      *> voie de conversion des fichiers d'une version anterieure :
      *> SAUVEGARDE avec l'ancienne, RESTAURE avec celle-ci.
       CompleterStock.

       if fIn_rayon not numeric then
            move 0 to fIn_rayon
       end-if.

       CompleterPotions.

       if fPot_rayon not numeric then
            move 0 to fPot_rayon
       end-if
       if fPot_rayonMin not numeric then
            move 0 to fPot_rayonMin
       end-if.

       CompleterVentes.

       if fVen_recu not numeric then
            move 0 to fVen_recu
       end-if
       if fVen_ligneRecu not numeric then
            move 0 to fVen_ligneRecu
       end-if
       if fVen_taux not numeric then
            move 0 to fVen_taux
       end-if
       if fVen_taxe not numeric then
            move 0 to fVen_taxe
       end-if.

       CompleterRecus.

       if fRcu_taux not numeric then
            move 0 to fRcu_taux
       end-if
       if fRcu_taxe not numeric then
            move 0 to fRcu_taxe
       end-if.

       CompleterLots.

       if fLot_commande not numeric then
            move 0 to fLot_commande
       end-if
       if fLot_rayon not numeric then
            move 0 to fLot_rayon
       end-if.

      *> Emplacement 0 : ajustement anterieur aux emplacements,
      *> porte sur le stock total.
       CompleterAjustements.

       if fAjt_emplacement not numeric then
            move 0 to fAjt_emplacement
       end-if.

       RestaurerStock.

       move "STOCK" to manNom
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fIn
                      perform CompleterStock
                      write tamp_fIn
                      add 1 to sauvCnt
                 end-read
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fPot
                      perform CompleterPotions
                      write tamp_fPot
                      add 1 to sauvCnt
                 end-read
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fVen
                      perform CompleterVentes
                      write tamp_fVen
                      add 1 to sauvCnt
                 end-read
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fLot
                      perform CompleterLots
                      write tamp_fLot
                      add 1 to sauvCnt
                 end-read
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fRcu
                      perform CompleterRecus
                      write tamp_fRcu
                      add 1 to sauvCnt
                 end-read
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerAvoirs.

       move "AVOIRS" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fAvo
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fAvo
                      write tamp_fAvo
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fAvo
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerBrassins.

       move "BRASSINS" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fBra
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fBra
                      write tamp_fBra
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fBra
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerTraces.

       move "TRACES" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fTrc
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fTrc
                      write tamp_fTrc
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fTrc
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerGrandLivre.

       move "GRANDLIVRE" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fGl
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fGl
                      write tamp_fGl
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fGl
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerPeriodes.

       move "PERIODES" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fPer
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fPer
                      write tamp_fPer
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fPer
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerTauxTaxe.

       move "TAUXTAXE" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fTax
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fTax
                      write tamp_fTax
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fTax
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerRotations.

       move "ROTATIONS" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fRot
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fRot
                      write tamp_fRot
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fRot
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerTransferts.

       move "TRANSFERTS" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fTrf
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fTrf
                      write tamp_fTrf
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fTrf
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerAcces.

       move "ACCES" to manNom
       perform ConstruireNomSauvegarde
       open input fSav
       if cr_fSav not = 0 then
            display manNom, " absent du jeu, ignore"
       else
            open output fAcc
            move 0 to sauvCnt
            move 0 to sauvFin
            perform with test after until sauvFin = 1
                 read fSav next
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fAcc
                      write tamp_fAcc
                      add 1 to sauvCnt
                 end-read
            end-perform
            close fAcc
            close fSav
            display manNom, " :", sauvCnt, " remis en place"
       end-if.

       RestaurerCaisse.

       move "CAISSE" to manNom
                 at end move 1 to sauvFin
                 not at end
                      move tamp_fSav to tamp_fAjt
                      perform CompleterAjustements
                      write tamp_fAjt
                      add 1 to sauvCnt
                 end-read
            invalid key
                 move impNom to fIn_nomIn
                 move 0 to fIn_quantite
                 move 0 to fIn_rayon
                 move impChamp1 to fIn_type
                 move impPrix to fIn_prix
                 write tamp_fIn
