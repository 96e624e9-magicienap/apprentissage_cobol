IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Feuillets IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Feuillets fiscaux des intérêts de l'année civile : les intérêts
*> capitalisés (CAPITALISATION) et les intérêts payés au remboursement
*> d'un prêt (PAIEMENT-LOT d'une quittance) du journal d'audit et de son
*> archive sont totalisés par client, les clients étant ceux du fichier
*> maître des prêts comme dans SSH5201-Releves. Un feuillet par client
*> est imprimé (feuillets_interets.txt) et le fichier de déclaration à
*> transmettre au fisc (declaration_interets.txt, enregistrements fixes
*> H en-tête, D un par feuillet, T totaux de contrôle : nombre de
*> feuillets et total des intérêts) n'est produit que si les totaux
*> balancent avec le grand livre de l'année : revenus d'intérêts 410100
*> moins la hausse nette des intérêts à recevoir 110500 (l'intérêt
*> couru mais pas encore capitalisé ni payé) donne l'intérêt réalisé,
*> qui doit égaler le total des feuillets. La page de contrôle termine
*> les feuillets ; un écart donne le code retour 8 sans déclaration.
*> Un feuillet modifié se réémet pour un seul client
*> (feuillets_modifies.txt, avec le montant déclaré à l'origine) et
*> produit sa propre déclaration modificative
*> (declaration_interets_modif.txt). Chaque passage est inscrit au
*> journal des exécutions commun.
*> 2026-10-15 : La déclaration au fisc est tenue par année civile
*> (declaration_interets_AAAA.txt) : produire les feuillets d'une année
*> n'écrase plus la déclaration d'une autre, et le feuillet modifié
*> retrouve l'original dans la déclaration de son année. Un client sans
*> feuillet d'origine reprend le numéro d'un feuillet modifié déjà émis
*> pour l'année ; sinon le numéro suit le plus grand numéro des
*> feuillets d'origine et des feuillets modifiés (feuillets_modifies.txt).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT AuditInterets    ASSIGN TO "audit_interets.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS AuditInterets-Statut.
    SELECT HistInterets     ASSIGN TO "audit_interets_hist.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS HistInterets-Statut.
    SELECT GrandLivreFile   ASSIGN TO "gl_interface.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS GrandLivre-Statut.
    SELECT FeuilletsFile    ASSIGN TO "feuillets_interets.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Feuillets-Statut.
    SELECT ModifiesFile     ASSIGN TO "feuillets_modifies.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Modifies-Statut.
    SELECT DeclarationFile  ASSIGN TO DYNAMIC NomFichierDeclaration
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Declaration-Statut.
    SELECT ModificativeFile ASSIGN TO "declaration_interets_modif.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Modificative-Statut.
    SELECT JournalExecution ASSIGN TO "journal_execution.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS JournalExecution-Statut.

DATA DIVISION.
FILE SECTION.
FD  PretMaitreFile.
01  EnrPretMaitre.
    02 PM-NumeroCompte        PIC 9(08).
    02 PM-NumeroClient        PIC 9(06).
    02 PM-Solde               PIC 9(9)V99.
    02 PM-TauxDossier         PIC 99V99.
    02 PM-DateCapitalisation  PIC 9(08).
    02 PM-EtatCompte          PIC X(01).
       88 CompteActif VALUE "A", " ".
       88 CompteFerme VALUE "F".
    02 PM-Succursale          PIC 9(03).
    02 PM-Versement           PIC 9(9)V99.
    02 PM-DateEcheance        PIC 9(08).
    02 PM-JourEcheance        PIC 9(02).
    02 PM-PaiementPartiel     PIC 9(9)V99.
    02 PM-DateDernierPaiement PIC 9(08).
    02 PM-ModePaiement        PIC X(01).
       88 PaiementPreautorise VALUE "D".
       88 PaiementManuel      VALUE "M", " ".
    02 PM-InstitutionBanque   PIC 9(03).
    02 PM-TransitBanque       PIC 9(05).
    02 PM-CompteBanque        PIC X(12).
    02 PM-Convention          PIC 9(01).
    02 PM-InteretCouru        PIC 9(9)V99.
    02 PM-DateCouru           PIC 9(08).
    02 PM-TypeTaux            PIC X(01).
       88 TauxDossierFixe     VALUE "F", " ".
       88 TauxDossierVariable VALUE "V".
    02 PM-CodeIndice          PIC X(04).
    02 PM-EcartIndice         PIC S99V99 SIGN LEADING SEPARATE.

FD  AuditInterets.
01  EnrAuditInterets.
    02 AI-Date           PIC 9(08).
    02 AI-Heure          PIC 9(08).
    02 AI-Operateur      PIC X(08).
    02 AI-Filler1        PIC X(02).
    02 AI-NumeroCompte   PIC X(08).
    02 AI-NumeroClient   PIC X(06).
    02 AI-Filler4        PIC X(02).
    02 AI-TypeCalcul     PIC X(14).
    02 AI-MontantPresent PIC X(20).
    02 AI-TauxInteret    PIC X(05).
    02 AI-NombrePeriodes PIC X(04).
    02 AI-Filler2        PIC X(02).
    02 AI-Interets       PIC X(20).
    02 AI-MontantFutur   PIC X(20).
    02 AI-Filler3        PIC X(02).
    02 AI-TauxEffectif   PIC X(05).

FD  HistInterets.
01  EnrHistInterets.
    02 HI-Date           PIC 9(08).
    02 HI-Heure          PIC 9(08).
    02 HI-Operateur      PIC X(08).
    02 HI-Filler1        PIC X(02).
    02 HI-NumeroCompte   PIC X(08).
    02 HI-NumeroClient   PIC X(06).
    02 HI-Filler4        PIC X(02).
    02 HI-TypeCalcul     PIC X(14).
    02 HI-MontantPresent PIC X(20).
    02 HI-TauxInteret    PIC X(05).
    02 HI-NombrePeriodes PIC X(04).
    02 HI-Filler2        PIC X(02).
    02 HI-Interets       PIC X(20).
    02 HI-MontantFutur   PIC X(20).
    02 HI-Filler3        PIC X(02).
    02 HI-TauxEffectif   PIC X(05).

FD  GrandLivreFile.
01  EnrGrandLivre.
    02 GL-TypeEnr      PIC X(01).
       88 EcritureGL VALUE "E".
    02 GL-CompteGL     PIC 9(06).
    02 GL-SensDC       PIC X(01).
    02 GL-Montant      PIC 9(11)V99.
    02 GL-NumeroCompte PIC 9(08).
    02 GL-DatePiece    PIC 9(08).
    02 GL-IdLot        PIC X(15).

FD  FeuilletsFile.
01  EnrFeuilletTexte PIC X(130).
01  EnrFeuilletCompte.
    02 FC-NumeroCompte PIC 9(08).
    02 FC-FillerA      PIC X(02) VALUE SPACES.
    02 FC-Capitalises  PIC X(20).
    02 FC-FillerB      PIC X(02) VALUE SPACES.
    02 FC-Payes        PIC X(20).
    02 FC-FillerC      PIC X(02) VALUE SPACES.
    02 FC-Total        PIC X(20).
01  EnrFeuilletTotal.
    02 FT-Libelle PIC X(44).
    02 FT-Valeur  PIC -,---,---,---,--9.99.

FD  ModifiesFile.
01  EnrModifieTexte PIC X(130).
01  EnrModifieCompte.
    02 MC-NumeroCompte PIC 9(08).
    02 MC-FillerA      PIC X(02) VALUE SPACES.
    02 MC-Capitalises  PIC X(20).
    02 MC-FillerB      PIC X(02) VALUE SPACES.
    02 MC-Payes        PIC X(20).
    02 MC-FillerC      PIC X(02) VALUE SPACES.
    02 MC-Total        PIC X(20).
01  EnrModifieTotal.
    02 MT-Libelle PIC X(44).
    02 MT-Valeur  PIC X(20).
*> Ligne titre d'un feuillet modifié, relue pour la numérotation.
01  EnrModifieTitre.
    02 MTI-Libelle    PIC X(33).
    02 MTI-Annee      PIC 9(04).
    02 MTI-LibNumero  PIC X(12).
    02 MTI-Numero     PIC 9(07).
    02 MTI-LibClient  PIC X(11).
    02 MTI-Client     PIC 9(06).
    02 MTI-Reste      PIC X(57).

FD  DeclarationFile.
01  EnrDeclaration PIC X(58).

FD  ModificativeFile.
01  EnrModificative PIC X(58).

FD  JournalExecution.
01  EnrJournalExecution.
    02 JE-Date          PIC 9(08).
    02 JE-Heure         PIC 9(08).
    02 JE-Programme     PIC X(20).
    02 JE-FillerA       PIC X(02) VALUE SPACES.
    02 JE-Operateur     PIC X(08).
    02 JE-FillerB       PIC X(02) VALUE SPACES.
    02 JE-Phase         PIC X(05).
    02 JE-FillerC       PIC X(02) VALUE SPACES.
    02 JE-NombreLus     PIC 9(07).
    02 JE-FillerD       PIC X(02) VALUE SPACES.
    02 JE-NombreTraites PIC 9(07).
    02 JE-FillerE       PIC X(02) VALUE SPACES.
    02 JE-NombreRejetes PIC 9(07).
    02 JE-FillerF       PIC X(02) VALUE SPACES.
    02 JE-Statut        PIC X(12).

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 PretMaitre-Statut       PIC X(02) VALUE SPACES.
    02 AuditInterets-Statut    PIC X(02) VALUE SPACES.
    02 HistInterets-Statut     PIC X(02) VALUE SPACES.
    02 GrandLivre-Statut       PIC X(02) VALUE SPACES.
    02 Feuillets-Statut        PIC X(02) VALUE SPACES.
    02 Modifies-Statut         PIC X(02) VALUE SPACES.
    02 Declaration-Statut      PIC X(02) VALUE SPACES.
    02 Modificative-Statut     PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinMaitre               PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinJournal              PIC X(01) VALUE "N".
       88 PasFinJournal VALUE "N".
       88 FinDuJournal  VALUE "O".
    02 FinGrandLivre           PIC X(01) VALUE "N".
       88 PasFinGrandLivre VALUE "N".
       88 FinDuGrandLivre  VALUE "O".
    02 FinDeclaration          PIC X(01) VALUE "N".
       88 PasFinDeclaration VALUE "N".
       88 FinDeLaDeclaration VALUE "O".
    02 FinModifies             PIC X(01) VALUE "N".
       88 PasFinModifies VALUE "N".
       88 FinDesModifies VALUE "O".

01 NomsFichiers.
    02 NomFichierDeclaration PIC X(40) VALUE SPACES.

01 ModeFeuillets.
    02 FM-Choix PIC 9 VALUE 9.
       88 FM-Retour   VALUE 0.
       88 FM-Annuel   VALUE 1.
       88 FM-Modifie  VALUE 2.

*> Déclaration au fisc : enregistrements de longueur fixe, montants en
*> cents sans ponctuation.
01 EnrDeclarationEnTete.
    02 DH-TypeEnr         PIC X(01).
       88 DeclarationEnTete VALUE "H".
    02 DH-Annee           PIC 9(04).
    02 DH-TypeDeclaration PIC X(01).
    02 DH-DateCreation    PIC 9(08).
    02 DH-Emetteur        PIC X(20).
    02 DH-Filler          PIC X(24).
01 EnrDeclarationDetail REDEFINES EnrDeclarationEnTete.
    02 DD-TypeEnr          PIC X(01).
       88 DeclarationDetail VALUE "D".
    02 DD-Annee            PIC 9(04).
    02 DD-NumeroFeuillet   PIC 9(07).
    02 DD-NumeroClient     PIC 9(06).
    02 DD-InteretsCapitalises PIC 9(11)V99.
    02 DD-InteretsPayes    PIC 9(11)V99.
    02 DD-TotalInterets    PIC 9(11)V99.
    02 DD-TypeFeuillet     PIC X(01).
01 EnrDeclarationTotal REDEFINES EnrDeclarationEnTete.
    02 DT-TypeEnr          PIC X(01).
    02 DT-Annee            PIC 9(04).
    02 DT-NombreFeuillets  PIC 9(07).
    02 DT-TotalInterets    PIC 9(13)V99.
    02 DT-Filler           PIC X(31).

01 AnneeFiscale.
    02 FA-Annee        PIC 9(04) VALUE ZERO.
    02 FA-DateDebut    PIC 9(08) VALUE ZERO.
    02 FA-DateFin      PIC 9(08) VALUE ZERO.
    02 FA-ClientCible  PIC 9(06) VALUE ZERO.
    02 FA-DateJour     PIC 9(08) VALUE ZERO.

01 ComptesGrandLivre.
    02 CG-CompteARecevoir PIC 9(06) VALUE 110500.
    02 CG-CompteRevenus   PIC 9(06) VALUE 410100.

*> Comptes du fichier maître et intérêts de l'année par compte.
01 TableComptes.
    02 TC-NombreComptes PIC 999 VALUE ZERO.
    02 TC-Compte OCCURS 500 TIMES INDEXED BY TC-Index.
       03 TC-NumeroClient PIC 9(06).
       03 TC-NumeroCompte PIC 9(08).
       03 TC-Capitalises  PIC 9(11)V99.
       03 TC-Payes        PIC 9(11)V99.

01 TriComptes.
    02 TR-Position PIC 999 VALUE ZERO.
    02 TR-Suivante PIC 999 VALUE ZERO.
    02 TR-Echange  PIC X(01) VALUE "N".
       88 TriTermine VALUE "N".
       88 TriEnCours VALUE "O".
    02 TR-Tampon.
       03 TR-NumeroClient PIC 9(06).
       03 TR-NumeroCompte PIC 9(08).
       03 TR-Capitalises  PIC 9(11)V99.
       03 TR-Payes        PIC 9(11)V99.

*> Un feuillet par client qui a de l'intérêt dans l'année.
01 TableFeuillets.
    02 TF-NombreFeuillets PIC 999 VALUE ZERO.
    02 TF-Feuillet OCCURS 500 TIMES INDEXED BY TF-Index.
       03 TF-NumeroClient PIC 9(06).
       03 TF-Capitalises  PIC 9(11)V99.
       03 TF-Payes        PIC 9(11)V99.

01 EntreeJournal.
    02 EJ-Date         PIC 9(08)    VALUE ZERO.
    02 EJ-NumeroCompte PIC 9(08)    VALUE ZERO.
    02 EJ-TypeCalcul   PIC X(14)    VALUE SPACES.
    02 EJ-Interets     PIC 9(11)V99 VALUE ZERO.

01 RechercheCompte.
    02 RC-Trouve PIC X(01) VALUE "N".
       88 CompteTrouve    VALUE "O".
       88 ComptePasTrouve VALUE "N".
    02 RC-Position PIC 999 VALUE ZERO.

01 ZonesDeEdition.
    02 DE-Zone PIC X(20) VALUE SPACES.
    02 DE-ZoneR REDEFINES DE-Zone.
       03 DE-Edite   PIC Z,ZZZ,ZZZ,ZZ9.99.
       03 DE-Suffixe PIC X(04).
    02 DE-Montant PIC 9(11)V99 VALUE ZERO.

01 CalculFeuillet.
    02 CF-ClientCourant  PIC 9(06)    VALUE ZERO.
    02 CF-Capitalises    PIC 9(11)V99 VALUE ZERO.
    02 CF-Payes          PIC 9(11)V99 VALUE ZERO.
    02 CF-TotalCompte    PIC 9(11)V99 VALUE ZERO.
    02 CF-NumeroFeuillet PIC 9(07)    VALUE ZERO.

*> Totaux de contrôle de l'année.
01 ControleFeuillets.
    02 CT-TotalCapitalises PIC 9(13)V99  VALUE ZERO.
    02 CT-TotalPayes       PIC 9(13)V99  VALUE ZERO.
    02 CT-TotalFeuillets   PIC 9(13)V99  VALUE ZERO.
    02 CT-NonRattaches     PIC 9(13)V99  VALUE ZERO.
    02 CT-NombreNonRattaches PIC 9(07)   VALUE ZERO.
    02 CT-NombreEntrees    PIC 9(07)     VALUE ZERO.
    02 CT-Revenus          PIC S9(13)V99 VALUE ZERO.
    02 CT-HausseARecevoir  PIC S9(13)V99 VALUE ZERO.
    02 CT-InteretRealise   PIC S9(13)V99 VALUE ZERO.
    02 CT-Ecart            PIC S9(13)V99 VALUE ZERO.
    02 CT-EcartEdite       PIC -,---,---,---,--9.99.
    02 CT-Equilibre        PIC X(01)     VALUE "N".
       88 FeuilletsBalances    VALUE "O".
       88 FeuilletsNonBalances VALUE "N".

*> Feuillet déjà déclaré, pour le feuillet modifié.
01 FeuilletOriginal.
    02 FO-Trouve PIC X(01) VALUE "N".
       88 OriginalTrouve    VALUE "O".
       88 OriginalPasTrouve VALUE "N".
    02 FO-AnneeDeclaree  PIC 9(04)    VALUE ZERO.
    02 FO-NumeroFeuillet PIC 9(07)    VALUE ZERO.
    02 FO-DernierNumero  PIC 9(07)    VALUE ZERO.
    02 FO-Modifie PIC X(01) VALUE "N".
       88 ModifieTrouve    VALUE "O".
       88 ModifiePasTrouve VALUE "N".
    02 FO-NumeroModifie  PIC 9(07)    VALUE ZERO.
    02 FO-TitreModifie   PIC X(33)    VALUE "Feuillet modifié des intérêts ".
    02 FO-TotalInterets  PIC 9(11)V99 VALUE ZERO.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase  PIC X(05) VALUE SPACES.
    02 JEX-Statut PIC X(12) VALUE SPACES.

01 ParametresDevise.
    02 SymboleDevise PIC X(03) VALUE "$".

01 MontantFormate.
    02 MF-Montant      PIC 9(9)V99 VALUE ZERO.
    02 MF-MontantEdite PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 MF-Texte        PIC X(20) VALUE SPACES.

01 EditionNombre.
    02 EN-Nombre PIC ZZZZZZ9.

01 LigneTitre.
    02 LT-Texte PIC X(130) VALUE SPACES.

01 Separateur PIC X(33) VALUE ALL "-".

LINKAGE SECTION.
01 LiaisonOperateur.
    02 LO-Operateur         PIC X(08).
    02 LO-AutEnquete        PIC X(01).
    02 LO-AutCalculs        PIC X(01).
    02 LO-AutLot            PIC X(01).
    02 LO-AutCapitalisation PIC X(01).
    02 LO-AutPolitique      PIC X(01).

PROCEDURE DIVISION USING LiaisonOperateur.
Debut.
    DISPLAY "Feuillets fiscaux des intérêts de l'année"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL FM-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Feuillets de l'année et déclaration (tous les clients)"
    DISPLAY "  2 - Feuillet modifié d'un client"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  FM-Choix

    EVALUATE TRUE
        WHEN FM-Annuel
            PERFORM ProduireFeuilletsAnnuels
        WHEN FM-Modifie
            PERFORM ProduireFeuilletModifie
        WHEN FM-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

ObtenirAnnee.
    ACCEPT FA-DateJour FROM DATE YYYYMMDD
    DISPLAY "Année civile (AAAA) :  " WITH NO ADVANCING
    ACCEPT  FA-Annee
    COMPUTE FA-DateDebut = FA-Annee * 10000 + 0101
    COMPUTE FA-DateFin   = FA-Annee * 10000 + 1231
    MOVE SPACES TO NomFichierDeclaration
    STRING "declaration_interets_" DELIMITED BY SIZE
           FA-Annee                DELIMITED BY SIZE
           ".txt"                  DELIMITED BY SIZE
        INTO NomFichierDeclaration
    .

*> --------------------------------------------------------------------
*> Production annuelle : feuillets de tous les clients, page de
*> contrôle et, si les totaux balancent avec le grand livre, fichier de
*> déclaration.
*> --------------------------------------------------------------------

ProduireFeuilletsAnnuels.
    PERFORM ObtenirAnnee
    MOVE ZERO TO FA-ClientCible
    MOVE "DEBUT"    TO JEX-Phase
    MOVE "EN COURS" TO JEX-Statut
    PERFORM EcrireJournalExecution

    PERFORM ChargerComptes
    IF PretMaitre-Statut NOT = "00"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        PERFORM TrierComptesParClient
        PERFORM CumulerInterets
        PERFORM TotaliserGrandLivre
        PERFORM ProduireFeuillets
        PERFORM ControlerTotaux
        PERFORM EcrirePageControle
        CLOSE FeuilletsFile

        DISPLAY SPACE
        DISPLAY "Feuillets produits -- ", TF-NombreFeuillets,
                " feuillet(s) dans feuillets_interets.txt"
        IF FeuilletsBalances
            PERFORM EcrireDeclaration
            DISPLAY "Totaux balancés avec le grand livre -- déclaration ",
                    "écrite dans ", NomFichierDeclaration
            MOVE ZERO TO RETURN-CODE
            MOVE "BALANCE" TO JEX-Statut
        ELSE
            MOVE CT-Ecart TO CT-EcartEdite
            DISPLAY "*** Totaux non balancés avec le grand livre (écart ",
                    CT-EcartEdite, ") -- déclaration non produite, voir la ",
                    "page de contrôle ***"
            MOVE 8 TO RETURN-CODE
            MOVE "ECART" TO JEX-Statut
        END-IF
    END-IF

    MOVE "FIN" TO JEX-Phase
    PERFORM EcrireJournalExecution
    .

*> Le fichier maître donne le client de chaque compte ; pour un
*> feuillet modifié, seuls les comptes du client visé sont retenus.
ChargerComptes.
    MOVE ZERO TO TC-NombreComptes
    SET PasFinMaitre TO TRUE
    OPEN INPUT PretMaitreFile

    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                 PretMaitre-Statut, ") ***"
    ELSE
        PERFORM ChargerUnCompte UNTIL FinDeMaitre
        CLOSE PretMaitreFile
        MOVE "00" TO PretMaitre-Statut
    END-IF
    .

ChargerUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            IF FA-ClientCible = ZERO OR PM-NumeroClient = FA-ClientCible
                IF TC-NombreComptes >= 500
                    DISPLAY "*** Nombre maximal de comptes (500) atteint -- ",
                            "compte ", PM-NumeroCompte, " ignoré ***"
                ELSE
                    ADD 1 TO TC-NombreComptes
                    SET TC-Index TO TC-NombreComptes
                    MOVE PM-NumeroClient TO TC-NumeroClient (TC-Index)
                    MOVE PM-NumeroCompte TO TC-NumeroCompte (TC-Index)
                    MOVE ZERO            TO TC-Capitalises (TC-Index)
                    MOVE ZERO            TO TC-Payes (TC-Index)
                END-IF
            END-IF
    END-READ
    .

TrierComptesParClient.
    SET TriEnCours TO TRUE
    PERFORM PasseDeTri UNTIL TriTermine
    .

PasseDeTri.
    SET TriTermine TO TRUE
    PERFORM ComparerUnePaire
        VARYING TR-Position FROM 1 BY 1
        UNTIL TR-Position >= TC-NombreComptes
    .

ComparerUnePaire.
    COMPUTE TR-Suivante = TR-Position + 1
    IF TC-NumeroClient (TR-Position) > TC-NumeroClient (TR-Suivante)
       OR (TC-NumeroClient (TR-Position) = TC-NumeroClient (TR-Suivante)
           AND TC-NumeroCompte (TR-Position) > TC-NumeroCompte (TR-Suivante))
        MOVE TC-Compte (TR-Position) TO TR-Tampon
        MOVE TC-Compte (TR-Suivante) TO TC-Compte (TR-Position)
        MOVE TR-Tampon               TO TC-Compte (TR-Suivante)
        SET TriEnCours TO TRUE
    END-IF
    .

*> --------------------------------------------------------------------
*> Intérêts de l'année : journal d'audit actif puis archive. Une
*> capitalisation compte son intérêt capitalisé ; un paiement compte
*> l'intérêt qu'il a payé (seul le paiement d'une quittance en porte).
*> --------------------------------------------------------------------

CumulerInterets.
    MOVE ZERO TO CT-NonRattaches
    MOVE ZERO TO CT-NombreNonRattaches
    MOVE ZERO TO CT-NombreEntrees
    SET PasFinJournal TO TRUE
    OPEN INPUT AuditInterets
    IF AuditInterets-Statut = "00"
        PERFORM CumulerUneEntreeActive UNTIL FinDuJournal
        CLOSE AuditInterets
    END-IF
    SET PasFinJournal TO TRUE
    OPEN INPUT HistInterets
    IF HistInterets-Statut = "00"
        PERFORM CumulerUneEntreeArchive UNTIL FinDuJournal
        CLOSE HistInterets
    END-IF
    .

CumulerUneEntreeActive.
    READ AuditInterets
        AT END
            SET FinDuJournal TO TRUE
        NOT AT END
            MOVE AI-Date       TO EJ-Date
            MOVE AI-TypeCalcul TO EJ-TypeCalcul
            IF AI-NumeroCompte IS NUMERIC
                MOVE AI-NumeroCompte TO EJ-NumeroCompte
                MOVE AI-Interets TO DE-Zone
                PERFORM DeEditerMontant
                MOVE DE-Montant TO EJ-Interets
                PERFORM CumulerEntreeAuCompte
            END-IF
    END-READ
    .

CumulerUneEntreeArchive.
    READ HistInterets
        AT END
            SET FinDuJournal TO TRUE
        NOT AT END
            MOVE HI-Date       TO EJ-Date
            MOVE HI-TypeCalcul TO EJ-TypeCalcul
            IF HI-NumeroCompte IS NUMERIC
                MOVE HI-NumeroCompte TO EJ-NumeroCompte
                MOVE HI-Interets TO DE-Zone
                PERFORM DeEditerMontant
                MOVE DE-Montant TO EJ-Interets
                PERFORM CumulerEntreeAuCompte
            END-IF
    END-READ
    .

DeEditerMontant.
    IF DE-Edite = SPACES
        MOVE ZERO TO DE-Montant
    ELSE
        MOVE DE-Edite TO DE-Montant
    END-IF
    .

CumulerEntreeAuCompte.
    IF EJ-Date >= FA-DateDebut AND EJ-Date <= FA-DateFin
       AND EJ-Interets > ZERO
       AND (EJ-TypeCalcul = "CAPITALISATION"
            OR EJ-TypeCalcul = "PAIEMENT-LOT")
        ADD 1 TO CT-NombreEntrees
        PERFORM ChercherCompte
        IF CompteTrouve
            SET TC-Index TO RC-Position
            IF EJ-TypeCalcul = "CAPITALISATION"
                ADD EJ-Interets TO TC-Capitalises (TC-Index)
            ELSE
                ADD EJ-Interets TO TC-Payes (TC-Index)
            END-IF
        ELSE
            IF FA-ClientCible = ZERO
                ADD 1 TO CT-NombreNonRattaches
                ADD EJ-Interets TO CT-NonRattaches
            END-IF
        END-IF
    END-IF
    .

ChercherCompte.
    SET ComptePasTrouve TO TRUE
    MOVE ZERO TO RC-Position
    PERFORM ChercherUnCompte
        VARYING TC-Index FROM 1 BY 1
        UNTIL TC-Index > TC-NombreComptes OR CompteTrouve
    .

ChercherUnCompte.
    IF TC-NumeroCompte (TC-Index) = EJ-NumeroCompte
        SET CompteTrouve TO TRUE
        MOVE TC-Index TO RC-Position
    END-IF
    .

*> --------------------------------------------------------------------
*> Grand livre de l'année : revenus d'intérêts 410100 (crédits moins
*> débits) et hausse nette des intérêts à recevoir 110500 (débits moins
*> crédits), pour les dates de pièce de l'année.
*> --------------------------------------------------------------------

TotaliserGrandLivre.
    MOVE ZERO TO CT-Revenus
    MOVE ZERO TO CT-HausseARecevoir
    SET PasFinGrandLivre TO TRUE
    OPEN INPUT GrandLivreFile
    IF GrandLivre-Statut NOT = "00"
        DISPLAY "Interface grand livre absente (statut ", GrandLivre-Statut,
                ") -- revenus de l'année à zéro"
    ELSE
        PERFORM TotaliserUneEcriture UNTIL FinDuGrandLivre
        CLOSE GrandLivreFile
    END-IF
    .

TotaliserUneEcriture.
    READ GrandLivreFile
        AT END
            SET FinDuGrandLivre TO TRUE
        NOT AT END
            IF EcritureGL
               AND GL-DatePiece >= FA-DateDebut
               AND GL-DatePiece <= FA-DateFin
                EVALUATE TRUE
                    WHEN GL-CompteGL = CG-CompteRevenus AND GL-SensDC = "C"
                        ADD GL-Montant TO CT-Revenus
                    WHEN GL-CompteGL = CG-CompteRevenus
                        SUBTRACT GL-Montant FROM CT-Revenus
                    WHEN GL-CompteGL = CG-CompteARecevoir
                     AND GL-SensDC = "D"
                        ADD GL-Montant TO CT-HausseARecevoir
                    WHEN GL-CompteGL = CG-CompteARecevoir
                        SUBTRACT GL-Montant FROM CT-HausseARecevoir
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ
    .

*> --------------------------------------------------------------------
*> Feuillets : la table triée se parcourt client par client ; un client
*> sans intérêt dans l'année n'a pas de feuillet. Les feuillets sont
*> numérotés dans l'ordre des clients.
*> --------------------------------------------------------------------

ProduireFeuillets.
    OPEN OUTPUT FeuilletsFile
    MOVE ZERO TO TF-NombreFeuillets
    MOVE ZERO TO CT-TotalCapitalises
    MOVE ZERO TO CT-TotalPayes
    MOVE ZERO TO CF-ClientCourant

    PERFORM TotaliserUnClient
        VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > TC-NombreComptes
    PERFORM RetenirFeuillet

    PERFORM EditerUnFeuillet
        VARYING TF-Index FROM 1 BY 1 UNTIL TF-Index > TF-NombreFeuillets
    COMPUTE CT-TotalFeuillets = CT-TotalCapitalises + CT-TotalPayes
    .

TotaliserUnClient.
    IF TC-NumeroClient (TC-Index) NOT = CF-ClientCourant
        PERFORM RetenirFeuillet
        MOVE TC-NumeroClient (TC-Index) TO CF-ClientCourant
        MOVE ZERO TO CF-Capitalises
        MOVE ZERO TO CF-Payes
    END-IF
    ADD TC-Capitalises (TC-Index) TO CF-Capitalises
    ADD TC-Payes (TC-Index)       TO CF-Payes
    .

RetenirFeuillet.
    IF CF-ClientCourant NOT = ZERO
       AND (CF-Capitalises > ZERO OR CF-Payes > ZERO)
        IF TF-NombreFeuillets >= 500
            DISPLAY "*** Nombre maximal de feuillets (500) atteint -- ",
                    "client ", CF-ClientCourant, " ignoré ***"
        ELSE
            ADD 1 TO TF-NombreFeuillets
            SET TF-Index TO TF-NombreFeuillets
            MOVE CF-ClientCourant TO TF-NumeroClient (TF-Index)
            MOVE CF-Capitalises   TO TF-Capitalises (TF-Index)
            MOVE CF-Payes         TO TF-Payes (TF-Index)
            ADD CF-Capitalises    TO CT-TotalCapitalises
            ADD CF-Payes          TO CT-TotalPayes
        END-IF
    END-IF
    .

EditerUnFeuillet.
    SET CF-NumeroFeuillet TO TF-Index
    MOVE TF-NumeroClient (TF-Index) TO CF-ClientCourant
    MOVE SPACES TO LT-Texte
    STRING "Feuillet des intérêts " DELIMITED BY SIZE
           FA-Annee                 DELIMITED BY SIZE
           " -- numéro "            DELIMITED BY SIZE
           CF-NumeroFeuillet        DELIMITED BY SIZE
           " -- client "            DELIMITED BY SIZE
           CF-ClientCourant         DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte
    PERFORM EcrireEnTeteComptes
    WRITE EnrFeuilletTexte FROM LT-Texte

    PERFORM EditerUnCompte
        VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > TC-NombreComptes

    INITIALIZE EnrFeuilletTotal
    MOVE "Total des intérêts de l'année           :" TO FT-Libelle
    COMPUTE CF-TotalCompte = TF-Capitalises (TF-Index) + TF-Payes (TF-Index)
    MOVE CF-TotalCompte TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE SPACES TO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte
    .

EcrireEnTeteComptes.
    MOVE SPACES TO LT-Texte
    STRING "Compte    Intérêts capitalisés  Intérêts payés        "
        DELIMITED BY SIZE
           "Total" DELIMITED BY SIZE
        INTO LT-Texte
    .

EditerUnCompte.
    IF TC-NumeroClient (TC-Index) = CF-ClientCourant
       AND (TC-Capitalises (TC-Index) > ZERO OR TC-Payes (TC-Index) > ZERO)
        INITIALIZE EnrFeuilletCompte
        MOVE TC-NumeroCompte (TC-Index) TO FC-NumeroCompte
        MOVE TC-Capitalises (TC-Index) TO MF-Montant
        PERFORM FormaterMontant
        MOVE MF-Texte TO FC-Capitalises
        MOVE TC-Payes (TC-Index) TO MF-Montant
        PERFORM FormaterMontant
        MOVE MF-Texte TO FC-Payes
        COMPUTE CF-TotalCompte = TC-Capitalises (TC-Index)
                               + TC-Payes (TC-Index)
        MOVE CF-TotalCompte TO MF-Montant
        PERFORM FormaterMontant
        MOVE MF-Texte TO FC-Total
        WRITE EnrFeuilletCompte
    END-IF
    .

*> L'intérêt réalisé de l'année (capitalisé ou payé) est le revenu
*> d'intérêts moins ce qui en reste à recevoir en fin d'année.
ControlerTotaux.
    COMPUTE CT-InteretRealise = CT-Revenus - CT-HausseARecevoir
    COMPUTE CT-Ecart = CT-TotalFeuillets - CT-InteretRealise
    IF CT-Ecart = ZERO
        SET FeuilletsBalances TO TRUE
    ELSE
        SET FeuilletsNonBalances TO TRUE
    END-IF
    .

EcrirePageControle.
    MOVE SPACES TO LT-Texte
    STRING "Contrôle des feuillets de l'année " DELIMITED BY SIZE
           FA-Annee                             DELIMITED BY SIZE
           " -- produit le "                    DELIMITED BY SIZE
           FA-DateJour                          DELIMITED BY SIZE
           " par "                              DELIMITED BY SIZE
           AU-Operateur                         DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte
    MOVE Separateur TO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte

    MOVE TF-NombreFeuillets TO EN-Nombre
    MOVE SPACES TO LT-Texte
    STRING "Nombre de feuillets                     :" DELIMITED BY SIZE
           "              "                            DELIMITED BY SIZE
           EN-Nombre                                   DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte
    INITIALIZE EnrFeuilletTotal
    MOVE "Intérêts capitalisés                    :" TO FT-Libelle
    MOVE CT-TotalCapitalises TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE "Intérêts payés                          :" TO FT-Libelle
    MOVE CT-TotalPayes TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE "Total des feuillets                     :" TO FT-Libelle
    MOVE CT-TotalFeuillets TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE SPACES TO LT-Texte
    WRITE EnrFeuilletTexte FROM LT-Texte
    MOVE "Revenus d'intérêts 410100 de l'année    :" TO FT-Libelle
    MOVE CT-Revenus TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE "Moins hausse des intérêts à recevoir    :" TO FT-Libelle
    MOVE CT-HausseARecevoir TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE "Intérêt réalisé au grand livre          :" TO FT-Libelle
    MOVE CT-InteretRealise TO FT-Valeur
    WRITE EnrFeuilletTotal
    MOVE "Écart (feuillets - grand livre)         :" TO FT-Libelle
    MOVE CT-Ecart TO FT-Valeur
    WRITE EnrFeuilletTotal
    IF CT-NombreNonRattaches > ZERO
        MOVE "Intérêts de comptes absents du maître   :" TO FT-Libelle
        MOVE CT-NonRattaches TO FT-Valeur
        WRITE EnrFeuilletTotal
    END-IF
    MOVE SPACES TO LT-Texte
    IF FeuilletsBalances
        MOVE "Totaux balancés -- déclaration produite" TO LT-Texte
    ELSE
        MOVE "*** Totaux non balancés -- déclaration non produite ***"
            TO LT-Texte
    END-IF
    WRITE EnrFeuilletTexte FROM LT-Texte
    .

EcrireDeclaration.
    OPEN OUTPUT DeclarationFile
    MOVE "O" TO DH-TypeDeclaration
    PERFORM PreparerEnTeteDeclaration
    WRITE EnrDeclaration FROM EnrDeclarationEnTete

    PERFORM EcrireUnDetail
        VARYING TF-Index FROM 1 BY 1 UNTIL TF-Index > TF-NombreFeuillets

    INITIALIZE EnrDeclarationTotal
    MOVE "T"                TO DT-TypeEnr
    MOVE FA-Annee           TO DT-Annee
    MOVE TF-NombreFeuillets TO DT-NombreFeuillets
    MOVE CT-TotalFeuillets  TO DT-TotalInterets
    MOVE SPACES             TO DT-Filler
    WRITE EnrDeclaration FROM EnrDeclarationTotal
    CLOSE DeclarationFile
    .

PreparerEnTeteDeclaration.
    MOVE "H"               TO DH-TypeEnr
    MOVE FA-Annee          TO DH-Annee
    MOVE FA-DateJour       TO DH-DateCreation
    MOVE "SSH5201"         TO DH-Emetteur
    MOVE SPACES            TO DH-Filler
    .

EcrireUnDetail.
    PERFORM PreparerUnDetail
    WRITE EnrDeclaration FROM EnrDeclarationDetail
    .

PreparerUnDetail.
    MOVE "D"                        TO DD-TypeEnr
    MOVE FA-Annee                   TO DD-Annee
    SET DD-NumeroFeuillet           TO TF-Index
    MOVE TF-NumeroClient (TF-Index) TO DD-NumeroClient
    MOVE TF-Capitalises (TF-Index)  TO DD-InteretsCapitalises
    MOVE TF-Payes (TF-Index)        TO DD-InteretsPayes
    COMPUTE DD-TotalInterets = TF-Capitalises (TF-Index)
                             + TF-Payes (TF-Index)
    MOVE "O"                        TO DD-TypeFeuillet
    .

*> --------------------------------------------------------------------
*> Feuillet modifié : les intérêts du client sont recalculés pour
*> l'année, le feuillet reprend le numéro qu'il avait dans la
*> déclaration de l'année -- ou, s'il n'avait pas de feuillet, celui
*> d'un feuillet modifié déjà émis pour lui dans l'année, sinon le
*> suivant du plus grand numéro de l'année, feuillets d'origine et
*> modifiés confondus -- et la déclaration modificative ne contient que
*> lui.
*> --------------------------------------------------------------------

ProduireFeuilletModifie.
    PERFORM ObtenirAnnee
    DISPLAY "Numéro de client :  " WITH NO ADVANCING
    ACCEPT  FA-ClientCible
    MOVE "DEBUT"    TO JEX-Phase
    MOVE "EN COURS" TO JEX-Statut
    PERFORM EcrireJournalExecution

    PERFORM ChargerComptes
    EVALUATE TRUE
        WHEN PretMaitre-Statut NOT = "00"
            MOVE 8 TO RETURN-CODE
            MOVE "ANNULEE" TO JEX-Statut
        WHEN TC-NombreComptes = ZERO
            DISPLAY "*** Aucun compte du client ", FA-ClientCible,
                    " au fichier maître ***"
            MOVE "ANNULEE" TO JEX-Statut
        WHEN OTHER
            PERFORM CumulerInterets
            PERFORM TotaliserClientModifie
            PERFORM ChercherFeuilletOriginal
            PERFORM EcrireFeuilletModifie
            PERFORM EcrireDeclarationModificative
            DISPLAY "Feuillet modifié ", CF-NumeroFeuillet, " du client ",
                    FA-ClientCible, " -- feuillets_modifies.txt et ",
                    "declaration_interets_modif.txt"
            MOVE "TERMINE" TO JEX-Statut
    END-EVALUATE

    MOVE ZERO TO FA-ClientCible
    MOVE "FIN" TO JEX-Phase
    PERFORM EcrireJournalExecution
    .

TotaliserClientModifie.
    MOVE FA-ClientCible TO CF-ClientCourant
    MOVE ZERO TO CF-Capitalises
    MOVE ZERO TO CF-Payes
    PERFORM TotaliserUnClient
        VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > TC-NombreComptes
    MOVE 1 TO TF-NombreFeuillets
    SET TF-Index TO 1
    MOVE FA-ClientCible TO TF-NumeroClient (TF-Index)
    MOVE CF-Capitalises TO TF-Capitalises (TF-Index)
    MOVE CF-Payes       TO TF-Payes (TF-Index)
    COMPUTE CT-TotalFeuillets = CF-Capitalises + CF-Payes
    .

ChercherFeuilletOriginal.
    SET OriginalPasTrouve TO TRUE
    MOVE ZERO TO FO-AnneeDeclaree
    MOVE ZERO TO FO-DernierNumero
    MOVE ZERO TO FO-TotalInterets
    SET PasFinDeclaration TO TRUE
    OPEN INPUT DeclarationFile
    IF Declaration-Statut = "00"
        PERFORM LireUneDeclaration UNTIL FinDeLaDeclaration
        CLOSE DeclarationFile
    END-IF

    SET ModifiePasTrouve TO TRUE
    MOVE ZERO TO FO-NumeroModifie
    SET PasFinModifies TO TRUE
    OPEN INPUT ModifiesFile
    IF Modifies-Statut = "00"
        PERFORM LireUnFeuilletModifie UNTIL FinDesModifies
        CLOSE ModifiesFile
    END-IF

    IF OriginalTrouve
        MOVE FO-NumeroFeuillet TO CF-NumeroFeuillet
    ELSE IF ModifieTrouve
        MOVE FO-NumeroModifie TO CF-NumeroFeuillet
    ELSE
        COMPUTE CF-NumeroFeuillet = FO-DernierNumero + 1
    END-IF
    END-IF
    .

*> Les lignes titres de feuillets_modifies.txt donnent les numéros déjà
*> émis pour l'année.
LireUnFeuilletModifie.
    READ ModifiesFile
        AT END
            SET FinDesModifies TO TRUE
        NOT AT END
            IF MTI-Libelle = FO-TitreModifie
               AND MTI-Annee = FA-Annee
               AND MTI-Numero IS NUMERIC
               AND MTI-Client IS NUMERIC
                IF MTI-Numero > FO-DernierNumero
                    MOVE MTI-Numero TO FO-DernierNumero
                END-IF
                IF MTI-Client = FA-ClientCible
                    SET ModifieTrouve TO TRUE
                    MOVE MTI-Numero TO FO-NumeroModifie
                END-IF
            END-IF
    END-READ
    .

LireUneDeclaration.
    READ DeclarationFile INTO EnrDeclarationEnTete
        AT END
            SET FinDeLaDeclaration TO TRUE
        NOT AT END
            IF DeclarationEnTete
                MOVE DH-Annee TO FO-AnneeDeclaree
            END-IF
            IF DeclarationDetail AND FO-AnneeDeclaree = FA-Annee
                IF DD-NumeroFeuillet > FO-DernierNumero
                    MOVE DD-NumeroFeuillet TO FO-DernierNumero
                END-IF
                IF DD-NumeroClient = FA-ClientCible
                    SET OriginalTrouve TO TRUE
                    MOVE DD-NumeroFeuillet TO FO-NumeroFeuillet
                    MOVE DD-TotalInterets  TO FO-TotalInterets
                END-IF
            END-IF
    END-READ
    .

EcrireFeuilletModifie.
    OPEN EXTEND ModifiesFile
    IF Modifies-Statut = "35"
        OPEN OUTPUT ModifiesFile
    END-IF

    MOVE SPACES TO LT-Texte
    STRING "Feuillet modifié des intérêts " DELIMITED BY SIZE
           FA-Annee                         DELIMITED BY SIZE
           " -- numéro "                    DELIMITED BY SIZE
           CF-NumeroFeuillet                DELIMITED BY SIZE
           " -- client "                    DELIMITED BY SIZE
           FA-ClientCible                   DELIMITED BY SIZE
           " -- émis le "                   DELIMITED BY SIZE
           FA-DateJour                      DELIMITED BY SIZE
           " par "                          DELIMITED BY SIZE
           AU-Operateur                     DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrModifieTexte FROM LT-Texte
    PERFORM EcrireEnTeteComptes
    WRITE EnrModifieTexte FROM LT-Texte

    PERFORM EditerUnCompteModifie
        VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > TC-NombreComptes

    INITIALIZE EnrModifieTotal
    MOVE "Total des intérêts de l'année (modifié) :" TO MT-Libelle
    MOVE CT-TotalFeuillets TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO MT-Valeur
    WRITE EnrModifieTotal
    IF OriginalTrouve
        MOVE "Montant déclaré à l'origine             :" TO MT-Libelle
        MOVE FO-TotalInterets TO MF-Montant
        PERFORM FormaterMontant
        MOVE MF-Texte TO MT-Valeur
    ELSE
        MOVE "Montant déclaré à l'origine             :" TO MT-Libelle
        MOVE "AUCUN FEUILLET" TO MT-Valeur
    END-IF
    WRITE EnrModifieTotal
    MOVE SPACES TO LT-Texte
    WRITE EnrModifieTexte FROM LT-Texte
    CLOSE ModifiesFile
    .

EditerUnCompteModifie.
    INITIALIZE EnrModifieCompte
    MOVE TC-NumeroCompte (TC-Index) TO MC-NumeroCompte
    MOVE TC-Capitalises (TC-Index) TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO MC-Capitalises
    MOVE TC-Payes (TC-Index) TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO MC-Payes
    COMPUTE CF-TotalCompte = TC-Capitalises (TC-Index) + TC-Payes (TC-Index)
    MOVE CF-TotalCompte TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO MC-Total
    WRITE EnrModifieCompte
    .

EcrireDeclarationModificative.
    OPEN OUTPUT ModificativeFile
    MOVE "A" TO DH-TypeDeclaration
    PERFORM PreparerEnTeteDeclaration
    WRITE EnrModificative FROM EnrDeclarationEnTete

    SET TF-Index TO 1
    PERFORM PreparerUnDetail
    MOVE CF-NumeroFeuillet TO DD-NumeroFeuillet
    MOVE "A"               TO DD-TypeFeuillet
    WRITE EnrModificative FROM EnrDeclarationDetail

    INITIALIZE EnrDeclarationTotal
    MOVE "T"               TO DT-TypeEnr
    MOVE FA-Annee          TO DT-Annee
    MOVE 1                 TO DT-NombreFeuillets
    MOVE CT-TotalFeuillets TO DT-TotalInterets
    MOVE SPACES            TO DT-Filler
    WRITE EnrModificative FROM EnrDeclarationTotal
    CLOSE ModificativeFile
    .

FormaterMontant.
    MOVE MF-Montant TO MF-MontantEdite
    MOVE SPACES TO MF-Texte
    STRING MF-MontantEdite DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           SymboleDevise   DELIMITED BY SPACE
        INTO MF-Texte
    .

EcrireJournalExecution.
    OPEN EXTEND JournalExecution
    IF JournalExecution-Statut = "35"
        OPEN OUTPUT JournalExecution
    END-IF
    INITIALIZE EnrJournalExecution
    ACCEPT JE-Date FROM DATE YYYYMMDD
    ACCEPT JE-Heure FROM TIME
    MOVE "SSH5201-Feuillets" TO JE-Programme
    MOVE AU-Operateur        TO JE-Operateur
    MOVE JEX-Phase           TO JE-Phase
    IF JEX-Phase = "FIN"
        MOVE CT-NombreEntrees      TO JE-NombreLus
        MOVE TF-NombreFeuillets    TO JE-NombreTraites
        MOVE CT-NombreNonRattaches TO JE-NombreRejetes
    END-IF
    MOVE JEX-Statut          TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .
