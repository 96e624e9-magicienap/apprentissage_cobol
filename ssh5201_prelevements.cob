IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Prelevements IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Prélèvements automatiques : les versements des emprunteurs qui paient
*> par prélèvement (mode de paiement D au fichier maître, avec
*> l'institution, le transit et le compte bancaire entretenus par
*> SSH5201-Maitre) ne sont plus saisis à la main.
*> La génération retient chaque compte actif dont la prochaine échéance
*> tombe à la date de prélèvement et produit deux fichiers : le fichier
*> de débits pour la banque (debits_banque.txt -- en-tête, un débit par
*> compte, contrôle de fin) et les transactions de paiement (type P) au
*> tracé du fichier des transactions (transactions_dpa.txt), avec ses
*> contrôles SUC par succursale et son contrôle TRL, que l'on passe
*> ensuite à SSH5201-PreEdit puis au lot de SSH5201-Interets comme
*> n'importe quel fichier de transactions. Chaque génération est
*> consignée à prelevements_controle.txt : une même date de prélèvement
*> n'est jamais générée deux fois.
*> Les retours de la banque (retours_banque.txt -- provision
*> insuffisante, compte fermé), vérifiés contre leur contrôle de fin,
*> annulent le paiement au fichier maître (solde rétabli, échéance
*> reculée), passent l'écriture inverse à l'interface grand livre
*> (débit prêts en cours 120100, crédit encaisse 100100, sous réserve
*> du calendrier des périodes comptables), sont inscrits au journal
*> d'audit (RETOUR-DPA) et listés pour le suivi du recouvrement
*> (liste_retours.txt). Un compte bancaire déclaré fermé fait repasser
*> le prêt en paiement manuel. Le fichier des retours est vidé une fois
*> traité. Chaque passage est inscrit au journal des exécutions commun.
*> 2026-10-15 : Tracé du fichier maître allongé de la convention de
*> décompte et des intérêts courus du compte.
*> 2026-10-15 : Tracé du fichier maître allongé du type de taux (fixe
*> ou variable), de l'indice de référence et de l'écart sur l'indice.
*> 2026-10-15 : Les retours prennent une copie de génération du fichier
*> maître (SSH5201-Sauvegarde) avant de l'ouvrir en entrée-sortie.
*> 2026-10-15 : Chaque débit généré est inscrit au registre des
*> prélèvements (registre_prelevements.txt) avec la date du dernier
*> paiement du compte avant le prélèvement. Un retour n'est repris que
*> s'il correspond à un débit du registre (compte, montant, date du
*> prélèvement) passé au lot (paiement PAIEMENT-LOT du journal d'audit)
*> et pas encore repris ; la reprise est inscrite au registre. Le
*> retour rétablit la date du dernier paiement, et un fichier maître
*> qui refuse la réécriture fait rejeter le retour avant toute écriture
*> au grand livre ou à l'audit.
*> 2026-10-15 : Un traitement des retours mené à terme se termine au
*> journal d'exécution par le statut REPRIS : la fin de période le
*> distingue de la génération, qui ne change aucun solde.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT DebitsBanque     ASSIGN TO "debits_banque.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS DebitsBanque-Statut.
    SELECT TransactionsDpa  ASSIGN TO "transactions_dpa.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS TransactionsDpa-Statut.
    SELECT ControleFile     ASSIGN TO "prelevements_controle.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Controle-Statut.
    SELECT RetoursBanque    ASSIGN TO "retours_banque.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS RetoursBanque-Statut.
    SELECT ListeRetours     ASSIGN TO "liste_retours.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ListeRetours-Statut.
    SELECT GrandLivreFile   ASSIGN TO "gl_interface.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS GrandLivre-Statut.
    SELECT AuditFile        ASSIGN TO "audit_interets.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Audit-Statut.
    SELECT JournalFile      ASSIGN TO "journal_maitre.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Journal-Statut.
    SELECT CalendrierFile   ASSIGN TO "calendrier_periodes.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Calendrier-Statut.
    SELECT JournalExecution ASSIGN TO "journal_execution.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS JournalExecution-Statut.
    SELECT RegistreFile     ASSIGN TO "registre_prelevements.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Registre-Statut.

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

*> Fichier de débits remis à la banque : un en-tête, un débit par
*> compte prélevé, un contrôle de fin (nombre et total des débits).
FD  DebitsBanque.
01  EnrDebitEntete.
    02 DH-TypeEnr         PIC X(01).
    02 DH-DatePrelevement PIC 9(08).
    02 DH-DateCreation    PIC 9(08).
    02 DH-HeureCreation   PIC 9(08).
01  EnrDebit.
    02 DD-TypeEnr         PIC X(01).
    02 DD-Institution     PIC 9(03).
    02 DD-Transit         PIC 9(05).
    02 DD-CompteBanque    PIC X(12).
    02 DD-Montant         PIC 9(9)V99.
    02 DD-NumeroCompte    PIC 9(08).
    02 DD-NumeroClient    PIC 9(06).
    02 DD-DatePrelevement PIC 9(08).
01  EnrDebitControle.
    02 DT-TypeEnr         PIC X(01).
    02 DT-NombreDebits    PIC 9(07).
    02 DT-TotalDebits     PIC 9(13)V99.

*> Paiements générés, au tracé du fichier des transactions du lot.
FD  TransactionsDpa.
01  EnrTransactionDpa.
    02 TX-NumeroCompte    PIC 9(08).
    02 TX-NumeroClient    PIC 9(06).
    02 TX-MontantPresent  PIC 9(9)V99.
    02 TX-TauxInteret     PIC 99V99.
    02 TX-NombrePeriodes  PIC 99.
    02 TX-DateDebut       PIC 9(08).
    02 TX-DateValeur      PIC 9(08).
    02 TX-Convention      PIC 9.
    02 TX-TypeTransaction PIC X(01).
    02 TX-Succursale      PIC 9(03).
01  EnrControleDpa.
    02 TC-Marqueur        PIC X(03).
    02 TC-NombreEnr       PIC 9(07).
    02 TC-TotalControle   PIC 9(13)V99.
    02 TC-TotalPaiements  PIC 9(13)V99.
    02 TC-TotalAvances    PIC 9(13)V99.
01  EnrControleSuccDpa.
    02 TS-Marqueur        PIC X(03).
    02 TS-Succursale      PIC 9(03).
    02 TS-NombreEnr       PIC 9(07).
    02 TS-TotalControle   PIC 9(13)V99.

*> Une ligne par génération : date de prélèvement, horodatage,
*> opérateur, nombre et total des débits remis à la banque.
FD  ControleFile.
01  EnrControlePrelevement.
    02 CG-DatePrelevement PIC 9(08).
    02 CG-DateCreation    PIC 9(08).
    02 CG-HeureCreation   PIC 9(08).
    02 CG-Operateur       PIC X(08).
    02 CG-NombreDebits    PIC 9(07).
    02 CG-TotalDebits     PIC 9(13)V99.

*> Retours de la banque : un enregistrement R par débit refusé (compte
*> du prêt, montant, motif NSF ou FER, date du prélèvement), suivi d'un
*> contrôle T (nombre et total des retours).
FD  RetoursBanque.
01  EnrRetour.
    02 RB-TypeEnr         PIC X(01).
       88 RetourDebit     VALUE "R".
       88 RetourControle  VALUE "T".
    02 RB-NumeroCompte    PIC 9(08).
    02 RB-Montant         PIC 9(9)V99.
    02 RB-Motif           PIC X(03).
       88 MotifProvision  VALUE "NSF".
       88 MotifCompteFerme VALUE "FER".
    02 RB-DatePrelevement PIC 9(08).
01  EnrRetourControle.
    02 RC-TypeEnr         PIC X(01).
    02 RC-NombreRetours   PIC 9(07).
    02 RC-TotalRetours    PIC 9(13)V99.

FD  ListeRetours.
01  EnrListeTexte PIC X(130).
01  EnrListeRetour.
    02 LR-NumeroCompte    PIC 9(08).
    02 LR-FillerA         PIC X(02) VALUE SPACES.
    02 LR-NumeroClient    PIC 9(06).
    02 LR-FillerB         PIC X(02) VALUE SPACES.
    02 LR-Succursale      PIC 9(03).
    02 LR-FillerC         PIC X(02) VALUE SPACES.
    02 LR-DatePrelevement PIC 9(08).
    02 LR-FillerD         PIC X(02) VALUE SPACES.
    02 LR-Montant         PIC X(20).
    02 LR-FillerE         PIC X(02) VALUE SPACES.
    02 LR-Motif           PIC X(24).
    02 LR-FillerF         PIC X(02) VALUE SPACES.
    02 LR-SoldeApres      PIC X(20).
    02 LR-FillerG         PIC X(02) VALUE SPACES.
    02 LR-Suivi           PIC X(26).

FD  GrandLivreFile.
01  EnrGrandLivre.
    02 GL-TypeEnr      PIC X(01).
    02 GL-CompteGL     PIC 9(06).
    02 GL-SensDC       PIC X(01).
    02 GL-Montant      PIC 9(11)V99.
    02 GL-NumeroCompte PIC 9(08).
    02 GL-DatePiece    PIC 9(08).
    02 GL-IdLot        PIC X(15).
01  EnrGrandLivreControle.
    02 GT-TypeEnr         PIC X(01).
    02 GT-NombreEcritures PIC 9(07).
    02 GT-TotalDebits     PIC 9(13)V99.
    02 GT-TotalCredits    PIC 9(13)V99.
    02 GT-PreuveZero      PIC S9(13)V99 SIGN LEADING SEPARATE.

FD  AuditFile.
01  EnrAudit.
    02 EA-Date           PIC 9(08).
    02 EA-Heure          PIC 9(08).
    02 EA-Operateur      PIC X(08).
    02 EA-Filler1        PIC X(02) VALUE SPACES.
    02 EA-NumeroCompte   PIC 9(08).
    02 EA-NumeroClient   PIC 9(06).
    02 EA-Filler4        PIC X(02) VALUE SPACES.
    02 EA-TypeCalcul     PIC X(14).
    02 EA-MontantPresent PIC X(20).
    02 EA-TauxInteret    PIC Z9.99.
    02 EA-NombrePeriodes PIC ZZZ9.
    02 EA-Filler2        PIC X(02) VALUE SPACES.
    02 EA-Interets       PIC X(20).
    02 EA-MontantFutur   PIC X(20).
    02 EA-Filler3        PIC X(02) VALUE SPACES.
    02 EA-TauxEffectif   PIC Z9.99.

FD  JournalFile.
01  EnrJournalMaitre.
    02 JM-Date           PIC 9(08).
    02 JM-Heure          PIC 9(08).
    02 JM-Operateur      PIC X(08).
    02 JM-FillerA        PIC X(02) VALUE SPACES.
    02 JM-NumeroCompte   PIC 9(08).
    02 JM-FillerB        PIC X(02) VALUE SPACES.
    02 JM-Champ          PIC X(24).
    02 JM-AncienneValeur PIC X(20).
    02 JM-FillerC        PIC X(02) VALUE SPACES.
    02 JM-NouvelleValeur PIC X(20).

FD  CalendrierFile.
01  EnrCalendrier.
    02 CP-NumeroPeriode PIC 9(06).
    02 CP-DateDebut     PIC 9(08).
    02 CP-DateFin       PIC 9(08).
    02 CP-Etat          PIC X(01).
       88 CP-PeriodeOuverte VALUE "O".
       88 CP-PeriodeFermee  VALUE "F".

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

*> Registre des prélèvements : une ligne D par débit remis à la banque
*> (avec la date du dernier paiement du compte avant le prélèvement et
*> la date de génération), une ligne R par retour repris sur ce débit
*> (datée du jour de la reprise).
FD  RegistreFile.
01  EnrRegistre.
    02 RP-TypeEnr             PIC X(01).
       88 RegistreDebit  VALUE "D".
       88 RegistreRetour VALUE "R".
    02 RP-NumeroCompte        PIC 9(08).
    02 RP-NumeroClient        PIC 9(06).
    02 RP-Montant             PIC 9(9)V99.
    02 RP-DatePrelevement     PIC 9(08).
    02 RP-DateGeneration      PIC 9(08).
    02 RP-DateDernierPaiement PIC 9(08).
    02 RP-Operateur           PIC X(08).

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 PretMaitre-Statut       PIC X(02) VALUE SPACES.
    02 DebitsBanque-Statut     PIC X(02) VALUE SPACES.
    02 TransactionsDpa-Statut  PIC X(02) VALUE SPACES.
    02 Controle-Statut         PIC X(02) VALUE SPACES.
    02 RetoursBanque-Statut    PIC X(02) VALUE SPACES.
    02 ListeRetours-Statut     PIC X(02) VALUE SPACES.
    02 GrandLivre-Statut       PIC X(02) VALUE SPACES.
    02 Audit-Statut            PIC X(02) VALUE SPACES.
    02 Journal-Statut          PIC X(02) VALUE SPACES.
    02 Calendrier-Statut       PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 Registre-Statut         PIC X(02) VALUE SPACES.
    02 FinMaitre               PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinControle             PIC X(01) VALUE "N".
       88 PasFinControle VALUE "N".
       88 FinDeControle  VALUE "O".
    02 FinRetours              PIC X(01) VALUE "N".
       88 PasFinRetours VALUE "N".
       88 FinDesRetours VALUE "O".
    02 FinRegistre             PIC X(01) VALUE "N".
       88 PasFinRegistre VALUE "N".
       88 FinDeRegistre  VALUE "O".
    02 FinAudit                PIC X(01) VALUE "N".
       88 PasFinAudit VALUE "N".
       88 FinDeAudit  VALUE "O".

01 ModePrelevements.
    02 PR-Choix PIC 9 VALUE 9.
       88 PR-Retour     VALUE 0.
       88 PR-Generer    VALUE 1.
       88 PR-Retours    VALUE 2.

01 DatePrelevement.
    02 DP-Date PIC 9(08) VALUE ZERO.
    02 DP-DateGeneration PIC 9(08) VALUE ZERO.
    02 DP-DejaGeneree PIC X(01) VALUE "N".
       88 DateDejaGeneree   VALUE "O".
       88 DatePasEncoreGeneree VALUE "N".

01 CalculPrelevement.
    02 CPR-Montant PIC S9(9)V99 VALUE ZERO.

01 TotauxGeneration.
    02 TG-NombreLus     PIC 9(07)    VALUE ZERO.
    02 TG-NombreDebits  PIC 9(07)    VALUE ZERO.
    02 TG-TotalDebits   PIC 9(13)V99 VALUE ZERO.
    02 TG-NombreSautes  PIC 9(07)    VALUE ZERO.

*> Sous-totaux par succursale des paiements générés, pour les contrôles
*> SUC du fichier des transactions.
01 TableSuccursales.
    02 SUC-Nombre PIC 99 VALUE ZERO.
    02 SUC-Entree OCCURS 50 TIMES INDEXED BY SUC-Index.
       03 SUC-Code      PIC 9(03).
       03 SUC-NombreEnr PIC 9(07).
       03 SUC-Total     PIC 9(13)V99.
    02 SUC-Recherche    PIC 9(03) VALUE ZERO.
    02 SUC-Position     PIC 99    VALUE ZERO.
    02 SUC-TrouveFanion PIC X(01) VALUE "N".
       88 SuccursaleTrouvee    VALUE "O".
       88 SuccursalePasTrouvee VALUE "N".

01 ControleRetours.
    02 CR-NombreLus      PIC 9(07)    VALUE ZERO.
    02 CR-TotalLu        PIC 9(13)V99 VALUE ZERO.
    02 CR-NombreAttendu  PIC 9(07)    VALUE ZERO.
    02 CR-TotalAttendu   PIC 9(13)V99 VALUE ZERO.
    02 CR-ControlePresent PIC X(01)   VALUE "N".
       88 PasDeControleRetours  VALUE "N".
       88 ControleRetoursTrouve VALUE "O".
    02 CR-Fichier        PIC X(01)    VALUE "N".
       88 RetoursRefuses  VALUE "N".
       88 RetoursAcceptes VALUE "O".

01 TotauxRetours.
    02 TR-NombreRepris   PIC 9(07)    VALUE ZERO.
    02 TR-TotalRepris    PIC 9(13)V99 VALUE ZERO.
    02 TR-NombreRejetes  PIC 9(07)    VALUE ZERO.
    02 TR-NombreEcrituresGL PIC 9(07) VALUE ZERO.
    02 TR-SoldeApres     PIC 9(9)V99  VALUE ZERO.
    02 TR-AReprendre     PIC 9(9)V99  VALUE ZERO.
    02 TR-CompteEdite    PIC ZZZZZZ9.

01 ValidationRetour.
    02 RetourValide PIC X(01) VALUE "O".
       88 RetourEstValide   VALUE "O".
       88 RetourEstInvalide VALUE "N".
    02 MotifRejet   PIC X(26) VALUE SPACES.
    02 SuiviRetour  PIC X(26) VALUE SPACES.

*> Rapprochement d'un retour avec le débit du registre et le paiement
*> passé au lot (journal d'audit).
01 AppariementRetour.
    02 AR-Debit         PIC X(01) VALUE "N".
       88 DebitTrouve      VALUE "O".
       88 DebitPasTrouve   VALUE "N".
    02 AR-Reprise       PIC X(01) VALUE "N".
       88 RetourDejaRepris      VALUE "O".
       88 RetourPasEncoreRepris VALUE "N".
    02 AR-Paiement      PIC X(01) VALUE "N".
       88 PaiementPasse    VALUE "O".
       88 PaiementPasPasse VALUE "N".
    02 AR-Manuel        PIC X(01) VALUE "N".
       88 PassageManuel    VALUE "O".
       88 PasDePassage     VALUE "N".
    02 AR-DateGeneration PIC 9(08) VALUE ZERO.
    02 AR-DateAvant      PIC 9(08) VALUE ZERO.
    02 AR-DatePassage    PIC 9(08) VALUE ZERO.
    02 AR-MontantEdite   PIC Z,ZZZ,ZZZ,ZZ9.99.

01 EcrituresGL.
    02 GLW-CompteEncaisse PIC 9(06) VALUE 100100.
    02 GLW-ComptePrets    PIC 9(06) VALUE 120100.
    02 GLW-IdLot          PIC X(15) VALUE SPACES.
    02 GLW-DatePiece      PIC 9(08) VALUE ZERO.
    02 GLW-HeureLot       PIC 9(08) VALUE ZERO.

01 ControlePeriode.
    02 FinCalendrier     PIC X(01) VALUE "N".
       88 PasFinCalendrier VALUE "N".
       88 FinDeCalendrier  VALUE "O".
    02 CalendrierDispo   PIC X(01) VALUE "N".
       88 CalendrierAbsent  VALUE "N".
       88 CalendrierPresent VALUE "O".
    02 PeriodeComptable  PIC X(01) VALUE "O".
       88 PeriodeComptableOuverte VALUE "O".
       88 PeriodeComptableFermee  VALUE "F".
    02 CPV-NumeroPeriode PIC 9(06) VALUE ZERO.

01 DureeCalcul.
    02 DC-Date        PIC 9(08) VALUE ZERO.
    02 DC-DateR REDEFINES DC-Date.
       03 DC-Annee PIC 9(04).
       03 DC-Mois  PIC 9(02).
       03 DC-Jour  PIC 9(02).
    02 DC-Quotient      PIC 9(04) VALUE ZERO.
    02 DC-Reste         PIC 9(04) VALUE ZERO.
    02 DC-Bissextile    PIC X(01) VALUE "N".
       88 AnneeBissextile    VALUE "O".
       88 AnneePasBissextile VALUE "N".
    02 DC-JoursDansMois PIC 9(02) VALUE ZERO.
    02 DC-DateValide    PIC X(01) VALUE "O".
       88 DateEstValide   VALUE "O".
       88 DateEstInvalide VALUE "N".

01 TableMoisCumul.
    02 FILLER PIC X(36) VALUE "000031059090120151181212243273304334".
01 TableMoisCumulR REDEFINES TableMoisCumul.
    02 MoisCumul OCCURS 12 TIMES PIC 9(03).

01 LiaisonSauvegarde.
    02 LS-Programme    PIC X(20) VALUE SPACES.
    02 LS-Operateur    PIC X(08) VALUE SPACES.
    02 LS-Resultat     PIC X(01) VALUE SPACE.
       88 SauvegardeFaite      VALUE "O".
       88 SauvegardeSansMaitre VALUE "A".
       88 SauvegardeEchouee    VALUE "E".
    02 LS-StatutMaitre PIC X(02) VALUE SPACES.
    02 LS-Generation   PIC 9(06) VALUE ZERO.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase         PIC X(05) VALUE SPACES.
    02 JEX-NombreLus     PIC 9(07) VALUE ZERO.
    02 JEX-NombreTraites PIC 9(07) VALUE ZERO.
    02 JEX-NombreRejetes PIC 9(07) VALUE ZERO.
    02 JEX-Statut        PIC X(12) VALUE SPACES.

01 ParametresDevise.
    02 SymboleDevise PIC X(03) VALUE "$".

01 MontantFormate.
    02 MF-Montant      PIC 9(9)V99 VALUE ZERO.
    02 MF-MontantEdite PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 MF-Texte        PIC X(20) VALUE SPACES.

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
    DISPLAY "Prélèvements automatiques"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL PR-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Générer les prélèvements d'une date (banque et transactions)"
    DISPLAY "  2 - Traiter les retours de la banque"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  PR-Choix

    EVALUATE TRUE
        WHEN PR-Generer
            PERFORM GenererPrelevements
        WHEN PR-Retours
            PERFORM TraiterRetours
        WHEN PR-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> Journal des exécutions commun à la suite : un enregistrement au
*> départ et un à la fin de chaque génération ou traitement des
*> retours, pour le sommaire de SSH5201-FinJournee.
JournaliserExecutionDebut.
    MOVE "DEBUT"    TO JEX-Phase
    MOVE ZERO       TO JEX-NombreLus
    MOVE ZERO       TO JEX-NombreTraites
    MOVE ZERO       TO JEX-NombreRejetes
    MOVE "EN COURS" TO JEX-Statut
    PERFORM EcrireJournalExecution
    .

JournaliserExecutionFin.
    MOVE "FIN" TO JEX-Phase
    PERFORM EcrireJournalExecution
    .

EcrireJournalExecution.
    OPEN EXTEND JournalExecution
    IF JournalExecution-Statut = "35"
        OPEN OUTPUT JournalExecution
    END-IF
    INITIALIZE EnrJournalExecution
    ACCEPT JE-Date FROM DATE YYYYMMDD
    ACCEPT JE-Heure FROM TIME
    MOVE "SSH5201-Prelevements" TO JE-Programme
    MOVE AU-Operateur      TO JE-Operateur
    MOVE JEX-Phase         TO JE-Phase
    MOVE JEX-NombreLus     TO JE-NombreLus
    MOVE JEX-NombreTraites TO JE-NombreTraites
    MOVE JEX-NombreRejetes TO JE-NombreRejetes
    MOVE JEX-Statut        TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .

*> --------------------------------------------------------------------
*> Génération : chaque compte actif payé par prélèvement dont la
*> prochaine échéance tombe à la date de prélèvement est débité du
*> reste à payer sur l'échéance (versement prévu moins le paiement
*> partiel déjà reçu), sans dépasser le solde. Le paiement correspondant
*> est écrit au tracé des transactions, daté de la date de prélèvement,
*> avec la succursale du compte.
*> --------------------------------------------------------------------

GenererPrelevements.
    DISPLAY "Date de prélèvement (AAAAMMJJ, 0 = aujourd'hui) :  "
        WITH NO ADVANCING
    ACCEPT  DP-Date
    MOVE DP-Date TO DC-Date
    PERFORM ValiderDateCivile
    IF DP-Date = ZERO OR DateEstInvalide
        IF DP-Date NOT = ZERO
            DISPLAY "*** Date invalide -- date du jour retenue ***"
        END-IF
        ACCEPT DP-Date FROM DATE YYYYMMDD
    END-IF

    PERFORM JournaliserExecutionDebut
    MOVE ZERO TO TG-NombreLus
    MOVE ZERO TO TG-NombreDebits
    MOVE ZERO TO TG-TotalDebits
    MOVE ZERO TO TG-NombreSautes
    MOVE ZERO TO SUC-Nombre

    PERFORM VerifierDateGeneree

    IF DateDejaGeneree
        DISPLAY "*** Prélèvements du ", DP-Date, " déjà générés (",
                "prelevements_controle.txt) -- génération refusée ***"
        MOVE 8 TO RETURN-CODE
        MOVE "REFUSE" TO JEX-Statut
    ELSE
        SET PasFinMaitre TO TRUE
        OPEN INPUT PretMaitreFile
        IF PretMaitre-Statut NOT = "00"
            DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                     PretMaitre-Statut, ") -- génération annulée ***"
            MOVE 8 TO RETURN-CODE
            MOVE "ANNULEE" TO JEX-Statut
        ELSE
            OPEN OUTPUT DebitsBanque
            OPEN OUTPUT TransactionsDpa
            OPEN EXTEND RegistreFile
            IF Registre-Statut = "35"
                OPEN OUTPUT RegistreFile
            END-IF
            INITIALIZE EnrDebitEntete
            MOVE "H"     TO DH-TypeEnr
            MOVE DP-Date TO DH-DatePrelevement
            ACCEPT DH-DateCreation FROM DATE YYYYMMDD
            ACCEPT DH-HeureCreation FROM TIME
            MOVE DH-DateCreation TO DP-DateGeneration
            WRITE EnrDebitEntete

            PERFORM SelectionnerUnCompte UNTIL FinDeMaitre

            INITIALIZE EnrDebitControle
            MOVE "T"             TO DT-TypeEnr
            MOVE TG-NombreDebits TO DT-NombreDebits
            MOVE TG-TotalDebits  TO DT-TotalDebits
            WRITE EnrDebitControle
            PERFORM EcrireControlesTransactions

            CLOSE PretMaitreFile
            CLOSE DebitsBanque
            CLOSE TransactionsDpa
            CLOSE RegistreFile

            IF TG-NombreDebits > ZERO
                PERFORM ConsignerGeneration
            END-IF

            MOVE TG-TotalDebits TO MF-Montant
            PERFORM FormaterMontant
            DISPLAY SPACE
            DISPLAY "Génération terminée -- ", TG-NombreDebits,
                    " prélèvement(s) pour ", MF-Texte
            DISPLAY "Fichier pour la banque : debits_banque.txt"
            DISPLAY "Paiements à pré-éditer puis passer au lot : ",
                    "transactions_dpa.txt"
            MOVE ZERO TO RETURN-CODE
            MOVE "TERMINE" TO JEX-Statut
        END-IF
    END-IF

    MOVE TG-NombreLus    TO JEX-NombreLus
    MOVE TG-NombreDebits TO JEX-NombreTraites
    MOVE TG-NombreSautes TO JEX-NombreRejetes
    PERFORM JournaliserExecutionFin
    .

VerifierDateGeneree.
    SET DatePasEncoreGeneree TO TRUE
    SET PasFinControle TO TRUE
    OPEN INPUT ControleFile
    IF Controle-Statut = "00"
        PERFORM LireUnControle UNTIL FinDeControle
        CLOSE ControleFile
    END-IF
    .

LireUnControle.
    READ ControleFile
        AT END
            SET FinDeControle TO TRUE
        NOT AT END
            IF CG-DatePrelevement = DP-Date
                SET DateDejaGeneree TO TRUE
            END-IF
    END-READ
    .

SelectionnerUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            ADD 1 TO TG-NombreLus
            IF CompteActif AND PaiementPreautorise
               AND PM-Versement > ZERO AND PM-DateEcheance = DP-Date
                COMPUTE CPR-Montant = PM-Versement - PM-PaiementPartiel
                IF CPR-Montant > PM-Solde
                    MOVE PM-Solde TO CPR-Montant
                END-IF
                IF CPR-Montant > ZERO
                    PERFORM EcrireUnPrelevement
                ELSE
                    ADD 1 TO TG-NombreSautes
                END-IF
            END-IF
    END-READ
    .

EcrireUnPrelevement.
    INITIALIZE EnrDebit
    MOVE "D"                  TO DD-TypeEnr
    MOVE PM-InstitutionBanque TO DD-Institution
    MOVE PM-TransitBanque     TO DD-Transit
    MOVE PM-CompteBanque      TO DD-CompteBanque
    MOVE CPR-Montant          TO DD-Montant
    MOVE PM-NumeroCompte      TO DD-NumeroCompte
    MOVE PM-NumeroClient      TO DD-NumeroClient
    MOVE DP-Date              TO DD-DatePrelevement
    WRITE EnrDebit

    INITIALIZE EnrRegistre
    MOVE "D"                    TO RP-TypeEnr
    MOVE PM-NumeroCompte        TO RP-NumeroCompte
    MOVE PM-NumeroClient        TO RP-NumeroClient
    MOVE CPR-Montant            TO RP-Montant
    MOVE DP-Date                TO RP-DatePrelevement
    MOVE DP-DateGeneration      TO RP-DateGeneration
    MOVE PM-DateDernierPaiement TO RP-DateDernierPaiement
    MOVE AU-Operateur           TO RP-Operateur
    WRITE EnrRegistre

    INITIALIZE EnrTransactionDpa
    MOVE PM-NumeroCompte TO TX-NumeroCompte
    MOVE PM-NumeroClient TO TX-NumeroClient
    MOVE CPR-Montant     TO TX-MontantPresent
    MOVE ZERO            TO TX-TauxInteret
    MOVE ZERO            TO TX-NombrePeriodes
    MOVE DP-Date         TO TX-DateDebut
    MOVE DP-Date         TO TX-DateValeur
    MOVE ZERO            TO TX-Convention
    MOVE "P"             TO TX-TypeTransaction
    MOVE PM-Succursale   TO TX-Succursale
    WRITE EnrTransactionDpa

    ADD 1 TO TG-NombreDebits
    ADD CPR-Montant TO TG-TotalDebits
    PERFORM CumulerSuccursale
    .

CumulerSuccursale.
    MOVE PM-Succursale TO SUC-Recherche
    SET SuccursalePasTrouvee TO TRUE
    MOVE ZERO TO SUC-Position
    PERFORM ChercherUneSuccursale
        VARYING SUC-Index FROM 1 BY 1
        UNTIL SUC-Index > SUC-Nombre OR SuccursaleTrouvee

    IF SuccursalePasTrouvee
        IF SUC-Nombre >= 50
            DISPLAY "*** Nombre maximal de succursales (50) atteint -- ",
                    "sous-total de la succursale ", SUC-Recherche,
                    " cumulé à la première entrée ***"
            MOVE 1 TO SUC-Position
        ELSE
            ADD 1 TO SUC-Nombre
            SET SUC-Index TO SUC-Nombre
            MOVE SUC-Recherche TO SUC-Code (SUC-Index)
            MOVE ZERO          TO SUC-NombreEnr (SUC-Index)
            MOVE ZERO          TO SUC-Total (SUC-Index)
            MOVE SUC-Nombre    TO SUC-Position
        END-IF
    END-IF

    SET SUC-Index TO SUC-Position
    ADD 1 TO SUC-NombreEnr (SUC-Index)
    ADD CPR-Montant TO SUC-Total (SUC-Index)
    .

ChercherUneSuccursale.
    IF SUC-Code (SUC-Index) = SUC-Recherche
        SET SuccursaleTrouvee TO TRUE
        MOVE SUC-Index TO SUC-Position
    END-IF
    .

*> Les contrôles SUC puis le contrôle TRL ferment le fichier des
*> paiements générés, comme un extrait de succursale : la pré-édition
*> les vérifie avant de recalculer les siens.
EcrireControlesTransactions.
    PERFORM EcrireControleSuccursale
        VARYING SUC-Index FROM 1 BY 1 UNTIL SUC-Index > SUC-Nombre
    INITIALIZE EnrControleDpa
    MOVE "TRL"           TO TC-Marqueur
    MOVE TG-NombreDebits TO TC-NombreEnr
    MOVE TG-TotalDebits  TO TC-TotalControle
    MOVE TG-TotalDebits  TO TC-TotalPaiements
    MOVE ZERO            TO TC-TotalAvances
    WRITE EnrControleDpa
    .

EcrireControleSuccursale.
    INITIALIZE EnrControleSuccDpa
    MOVE "SUC"                     TO TS-Marqueur
    MOVE SUC-Code (SUC-Index)      TO TS-Succursale
    MOVE SUC-NombreEnr (SUC-Index) TO TS-NombreEnr
    MOVE SUC-Total (SUC-Index)     TO TS-TotalControle
    WRITE EnrControleSuccDpa
    .

ConsignerGeneration.
    OPEN EXTEND ControleFile
    IF Controle-Statut = "35"
        OPEN OUTPUT ControleFile
    END-IF
    INITIALIZE EnrControlePrelevement
    MOVE DP-Date         TO CG-DatePrelevement
    ACCEPT CG-DateCreation FROM DATE YYYYMMDD
    ACCEPT CG-HeureCreation FROM TIME
    MOVE AU-Operateur    TO CG-Operateur
    MOVE TG-NombreDebits TO CG-NombreDebits
    MOVE TG-TotalDebits  TO CG-TotalDebits
    WRITE EnrControlePrelevement
    CLOSE ControleFile
    .

*> --------------------------------------------------------------------
*> Retours de la banque : le fichier est d'abord vérifié au complet
*> contre son contrôle T (nombre et total), et la date de pièce du jour
*> contre le calendrier des périodes comptables, avant de toucher au
*> fichier maître. Un fichier hors balance ou une période fermée fait
*> refuser tout le traitement, les retours restent en place.
*> --------------------------------------------------------------------

TraiterRetours.
    PERFORM JournaliserExecutionDebut
    MOVE ZERO TO TR-NombreRepris
    MOVE ZERO TO TR-TotalRepris
    MOVE ZERO TO TR-NombreRejetes
    MOVE ZERO TO TR-NombreEcrituresGL

    PERFORM VerifierControleRetours

    IF RetoursAcceptes
        ACCEPT GLW-DatePiece FROM DATE YYYYMMDD
        PERFORM VerifierPeriodeComptable
        IF PeriodeComptableFermee
            SET RetoursRefuses TO TRUE
        END-IF
    END-IF

    IF RetoursAcceptes
        PERFORM SauvegarderMaitre
        IF SauvegardeEchouee
            DISPLAY "*** Copie de génération du fichier maître impossible -- ",
                    "retours non traités ***"
            SET RetoursRefuses TO TRUE
        END-IF
    END-IF

    IF RetoursAcceptes
        OPEN I-O PretMaitreFile
        IF PretMaitre-Statut NOT = "00"
            DISPLAY "*** Erreur : fichier maître des prêts inaccessible (statut ",
                     PretMaitre-Statut, ") -- retours non traités ***"
            SET RetoursRefuses TO TRUE
        END-IF
    END-IF

    IF RetoursRefuses
        MOVE 8 TO RETURN-CODE
        MOVE "REJETE" TO JEX-Statut
    ELSE
        PERFORM OuvrirSortiesRetours
        SET PasFinRetours TO TRUE
        OPEN INPUT RetoursBanque
        PERFORM TraiterUnRetour UNTIL FinDesRetours
        CLOSE RetoursBanque

        PERFORM EcrireControleGL
        PERFORM EcrireTotauxRetours
        CLOSE PretMaitreFile
        CLOSE ListeRetours
        CLOSE GrandLivreFile

        *> Les retours traités sont vidés : un second passage sur le
        *> même fichier rétablirait deux fois les soldes.
        OPEN OUTPUT RetoursBanque
        CLOSE RetoursBanque

        DISPLAY SPACE
        DISPLAY "Retours traités -- ", TR-NombreRepris, " repris, ",
                TR-NombreRejetes, " rejeté(s) -- liste dans liste_retours.txt"
        MOVE ZERO TO RETURN-CODE
        MOVE "REPRIS" TO JEX-Statut
    END-IF

    MOVE CR-NombreLus     TO JEX-NombreLus
    MOVE TR-NombreRepris  TO JEX-NombreTraites
    MOVE TR-NombreRejetes TO JEX-NombreRejetes
    PERFORM JournaliserExecutionFin
    .

*> Copie de génération du fichier maître avant toute ouverture en
*> entrée-sortie : un passage raté se défait par SSH5201-Generations.
SauvegarderMaitre.
    MOVE "SSH5201-Prelevements" TO LS-Programme
    MOVE AU-Operateur TO LS-Operateur
    CALL "SSH5201-Sauvegarde" USING LiaisonSauvegarde
    .

VerifierControleRetours.
    SET RetoursRefuses TO TRUE
    SET PasDeControleRetours TO TRUE
    MOVE ZERO TO CR-NombreLus
    MOVE ZERO TO CR-TotalLu
    SET PasFinRetours TO TRUE
    OPEN INPUT RetoursBanque

    IF RetoursBanque-Statut NOT = "00"
        DISPLAY "*** Fichier des retours retours_banque.txt introuvable ",
                "(statut ", RetoursBanque-Statut, ") ***"
    ELSE
        PERFORM ControlerUnRetour UNTIL FinDesRetours
        CLOSE RetoursBanque

        EVALUATE TRUE
            WHEN PasDeControleRetours AND CR-NombreLus = ZERO
                DISPLAY "Aucun retour à traiter"
            WHEN PasDeControleRetours
                DISPLAY "*** Retours refusés : contrôle T absent du fichier ***"
            WHEN CR-NombreLus NOT = CR-NombreAttendu
                DISPLAY "*** Retours refusés : ", CR-NombreLus,
                        " retour(s) lu(s), ", CR-NombreAttendu,
                        " attendu(s) au contrôle ***"
            WHEN CR-TotalLu NOT = CR-TotalAttendu
                DISPLAY "*** Retours refusés : total des retours différent ",
                        "du contrôle ***"
            WHEN OTHER
                SET RetoursAcceptes TO TRUE
        END-EVALUATE
    END-IF
    .

ControlerUnRetour.
    READ RetoursBanque
        AT END
            SET FinDesRetours TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN RetourControle
                    SET ControleRetoursTrouve TO TRUE
                    IF RC-NombreRetours IS NUMERIC
                       AND RC-TotalRetours IS NUMERIC
                        MOVE RC-NombreRetours TO CR-NombreAttendu
                        MOVE RC-TotalRetours  TO CR-TotalAttendu
                    ELSE
                        MOVE 9999999 TO CR-NombreAttendu
                    END-IF
                WHEN RetourDebit
                    ADD 1 TO CR-NombreLus
                    IF RB-Montant IS NUMERIC
                        ADD RB-Montant TO CR-TotalLu
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ
    .

OuvrirSortiesRetours.
    OPEN OUTPUT ListeRetours
    MOVE SPACES TO LT-Texte
    STRING "Retours de prélèvements traités le " DELIMITED BY SIZE
           GLW-DatePiece                         DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte    Client  Suc  Prélevé   Montant               "
        DELIMITED BY SIZE
           "  Motif                     Solde après           "
        DELIMITED BY SIZE
           "  Suivi" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte

    OPEN EXTEND GrandLivreFile
    IF GrandLivre-Statut = "35"
        OPEN OUTPUT GrandLivreFile
    END-IF

    ACCEPT GLW-HeureLot FROM TIME
    MOVE SPACES TO GLW-IdLot
    STRING "RET"              DELIMITED BY SIZE
           GLW-DatePiece      DELIMITED BY SIZE
           GLW-HeureLot (1:4) DELIMITED BY SIZE
        INTO GLW-IdLot
    .

*> --------------------------------------------------------------------
*> Un retour annule le paiement prélevé : le solde est rétabli, le
*> montant est retiré de l'échéancier (la prochaine échéance recule
*> d'autant de mois que le paiement en avait couvert), la date du
*> dernier paiement reprend sa valeur d'avant le prélèvement,
*> l'écriture inverse passe au grand livre et le retour au journal
*> d'audit. Un compte bancaire fermé fait repasser le prêt en paiement
*> manuel. Seul un débit du registre, passé au lot et pas encore repris,
*> peut être retourné.
*> --------------------------------------------------------------------

TraiterUnRetour.
    READ RetoursBanque
        AT END
            SET FinDesRetours TO TRUE
        NOT AT END
            IF RetourDebit
                PERFORM ValiderRetour
                IF RetourEstValide
                    PERFORM AppliquerRetour
                ELSE
                    ADD 1 TO TR-NombreRejetes
                    PERFORM EcrireRetourRejete
                END-IF
            END-IF
    END-READ
    .

ValiderRetour.
    SET RetourEstValide TO TRUE
    MOVE SPACES TO MotifRejet
    IF RB-NumeroCompte IS NOT NUMERIC OR RB-Montant IS NOT NUMERIC
        SET RetourEstInvalide TO TRUE
        MOVE "REJETÉ : ligne illisible" TO MotifRejet
    ELSE IF RB-Montant = ZERO
        SET RetourEstInvalide TO TRUE
        MOVE "REJETÉ : montant nul" TO MotifRejet
    ELSE
        MOVE RB-NumeroCompte TO PM-NumeroCompte
        READ PretMaitreFile
            INVALID KEY
                SET RetourEstInvalide TO TRUE
                MOVE "REJETÉ : compte inconnu" TO MotifRejet
        END-READ
    END-IF
    END-IF

    IF RetourEstValide
        PERFORM ChercherDebitRegistre
        IF DebitPasTrouve
            SET RetourEstInvalide TO TRUE
            MOVE "REJETÉ : débit inconnu" TO MotifRejet
        ELSE IF RetourDejaRepris
            SET RetourEstInvalide TO TRUE
            MOVE "REJETÉ : déjà repris" TO MotifRejet
        ELSE
            PERFORM ChercherPaiementAudit
            IF PaiementPasPasse
                SET RetourEstInvalide TO TRUE
                MOVE "REJETÉ : non passé au lot" TO MotifRejet
            END-IF
        END-IF
        END-IF
    END-IF
    .

*> Le débit retourné doit figurer au registre (même compte, même
*> montant, même date de prélèvement) sans ligne de reprise.
ChercherDebitRegistre.
    SET DebitPasTrouve TO TRUE
    SET RetourPasEncoreRepris TO TRUE
    MOVE ZERO TO AR-DateGeneration
    MOVE ZERO TO AR-DateAvant
    SET PasFinRegistre TO TRUE
    OPEN INPUT RegistreFile
    IF Registre-Statut = "00"
        PERFORM LireUnDebitRegistre UNTIL FinDeRegistre
        CLOSE RegistreFile
    END-IF
    .

LireUnDebitRegistre.
    READ RegistreFile
        AT END
            SET FinDeRegistre TO TRUE
        NOT AT END
            IF RP-NumeroCompte = RB-NumeroCompte
               AND RP-Montant = RB-Montant
               AND RP-DatePrelevement = RB-DatePrelevement
                IF RegistreRetour
                    SET RetourDejaRepris TO TRUE
                ELSE IF RegistreDebit
                    SET DebitTrouve TO TRUE
                    MOVE RP-DateGeneration      TO AR-DateGeneration
                    MOVE RP-DateDernierPaiement TO AR-DateAvant
                END-IF
                END-IF
            END-IF
    END-READ
    .

*> Le paiement généré doit avoir été passé au lot de SSH5201-Interets :
*> un PAIEMENT-LOT du compte, du même montant, inscrit au journal
*> d'audit à la génération ou après. Le premier trouvé donne la date du
*> passage.
ChercherPaiementAudit.
    SET PaiementPasPasse TO TRUE
    MOVE ZERO TO AR-DatePassage
    MOVE RB-Montant TO AR-MontantEdite
    SET PasFinAudit TO TRUE
    OPEN INPUT AuditFile
    IF Audit-Statut = "00"
        PERFORM LireUnPaiementAudit UNTIL FinDeAudit
        CLOSE AuditFile
    END-IF
    .

LireUnPaiementAudit.
    READ AuditFile
        AT END
            SET FinDeAudit TO TRUE
        NOT AT END
            IF EA-TypeCalcul = "PAIEMENT-LOT"
               AND EA-NumeroCompte = RB-NumeroCompte
               AND EA-Date >= AR-DateGeneration
               AND EA-MontantPresent (1:16) = AR-MontantEdite
                SET PaiementPasse TO TRUE
                MOVE EA-Date TO AR-DatePassage
                SET FinDeAudit TO TRUE
            END-IF
    END-READ
    .

*> La date du dernier paiement reprend sa valeur d'avant le prélèvement,
*> sauf si un paiement plus récent que le passage au lot est entré
*> depuis. Le maître est réécrit avant toute autre écriture : un refus
*> fait rejeter le retour.
AppliquerRetour.
    ADD RB-Montant TO PM-Solde
    MOVE RB-Montant TO TR-AReprendre
    PERFORM AnnulerAppariement
    IF PM-DateDernierPaiement <= AR-DatePassage
        MOVE AR-DateAvant TO PM-DateDernierPaiement
    END-IF
    MOVE "À RELANCER" TO SuiviRetour
    SET PasDePassage TO TRUE
    IF MotifCompteFerme AND PaiementPreautorise
        MOVE "M" TO PM-ModePaiement
        SET PassageManuel TO TRUE
    END-IF
    MOVE PM-Solde TO TR-SoldeApres
    REWRITE EnrPretMaitre
        INVALID KEY
            CONTINUE
    END-REWRITE

    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Compte ", PM-NumeroCompte, " : réécriture du fichier ",
                "maître refusée (statut ", PretMaitre-Statut,
                ") -- retour rejeté ***"
        SET RetourEstInvalide TO TRUE
        MOVE "REJETÉ : maître refusé" TO MotifRejet
        ADD 1 TO TR-NombreRejetes
        PERFORM EcrireRetourRejete
    ELSE
        IF PassageManuel
            PERFORM JournaliserPassageManuel
        END-IF
        ADD 1 TO TR-NombreRepris
        ADD RB-Montant TO TR-TotalRepris
        PERFORM EcrireEcrituresGLRetour
        PERFORM EcrireAuditRetour
        PERFORM InscrireRetourRegistre
        PERFORM EcrireRetourRepris
    END-IF
    .

InscrireRetourRegistre.
    OPEN EXTEND RegistreFile
    IF Registre-Statut = "35"
        OPEN OUTPUT RegistreFile
    END-IF
    INITIALIZE EnrRegistre
    MOVE "R"                TO RP-TypeEnr
    MOVE PM-NumeroCompte    TO RP-NumeroCompte
    MOVE PM-NumeroClient    TO RP-NumeroClient
    MOVE RB-Montant         TO RP-Montant
    MOVE RB-DatePrelevement TO RP-DatePrelevement
    ACCEPT RP-DateGeneration FROM DATE YYYYMMDD
    MOVE AR-DateAvant       TO RP-DateDernierPaiement
    MOVE AU-Operateur       TO RP-Operateur
    WRITE EnrRegistre
    CLOSE RegistreFile
    .

*> Le paiement partiel de l'échéance courante absorbe le retour s'il
*> suffit ; sinon l'échéance recule d'un mois (son versement redevient
*> dû) jusqu'à couvrir le montant retourné.
AnnulerAppariement.
    IF PM-Versement > ZERO AND PM-DateEcheance NOT = ZERO
        PERFORM ReculerEcheance
            UNTIL PM-PaiementPartiel >= TR-AReprendre
        SUBTRACT TR-AReprendre FROM PM-PaiementPartiel
    END-IF
    .

ReculerEcheance.
    ADD PM-Versement TO PM-PaiementPartiel
    MOVE PM-DateEcheance TO DC-Date
    IF DC-Mois = 1
        MOVE 12 TO DC-Mois
        SUBTRACT 1 FROM DC-Annee
    ELSE
        SUBTRACT 1 FROM DC-Mois
    END-IF
    IF PM-JourEcheance NOT = ZERO
        MOVE PM-JourEcheance TO DC-Jour
    END-IF
    PERFORM ValiderDateCivile
    IF DateEstInvalide
        MOVE DC-JoursDansMois TO DC-Jour
    END-IF
    MOVE DC-Date TO PM-DateEcheance
    .

*> Le changement de mode est consigné au journal du fichier maître,
*> comme s'il avait été fait par l'entretien du compte.
JournaliserPassageManuel.
    MOVE "PASSÉ EN MANUEL" TO SuiviRetour
    OPEN EXTEND JournalFile
    IF Journal-Statut = "35"
        OPEN OUTPUT JournalFile
    END-IF
    INITIALIZE EnrJournalMaitre
    ACCEPT JM-Date FROM DATE YYYYMMDD
    ACCEPT JM-Heure FROM TIME
    MOVE AU-Operateur      TO JM-Operateur
    MOVE PM-NumeroCompte   TO JM-NumeroCompte
    MOVE "Mode de paiement" TO JM-Champ
    MOVE "PRELEVEMENT"     TO JM-AncienneValeur
    MOVE "MANUEL"          TO JM-NouvelleValeur
    WRITE EnrJournalMaitre
    CLOSE JournalFile
    .

EcrireEcrituresGLRetour.
    INITIALIZE EnrGrandLivre
    MOVE "E"             TO GL-TypeEnr
    MOVE GLW-ComptePrets TO GL-CompteGL
    MOVE "D"             TO GL-SensDC
    MOVE RB-Montant      TO GL-Montant
    MOVE PM-NumeroCompte TO GL-NumeroCompte
    MOVE GLW-DatePiece   TO GL-DatePiece
    MOVE GLW-IdLot       TO GL-IdLot
    WRITE EnrGrandLivre

    MOVE GLW-CompteEncaisse TO GL-CompteGL
    MOVE "C"                TO GL-SensDC
    WRITE EnrGrandLivre
    ADD 2 TO TR-NombreEcrituresGL
    .

*> Le contrôle T clôt les écritures du passage : nombre d'écritures,
*> débits et crédits (tous deux égaux au total repris) et preuve zéro.
EcrireControleGL.
    IF TR-NombreEcrituresGL > ZERO
        INITIALIZE EnrGrandLivreControle
        MOVE "T"                  TO GT-TypeEnr
        MOVE TR-NombreEcrituresGL TO GT-NombreEcritures
        MOVE TR-TotalRepris       TO GT-TotalDebits
        MOVE TR-TotalRepris       TO GT-TotalCredits
        COMPUTE GT-PreuveZero = GT-TotalDebits - GT-TotalCredits
        WRITE EnrGrandLivreControle
        DISPLAY "Interface grand livre : ", GT-NombreEcritures,
                " écriture(s) de retour, preuve zéro vérifiée"
    END-IF
    .

EcrireAuditRetour.
    OPEN EXTEND AuditFile
    IF Audit-Statut = "35"
        OPEN OUTPUT AuditFile
    END-IF
    INITIALIZE EnrAudit
    ACCEPT EA-Date FROM DATE YYYYMMDD
    ACCEPT EA-Heure FROM TIME
    MOVE AU-Operateur    TO EA-Operateur
    MOVE PM-NumeroCompte TO EA-NumeroCompte
    MOVE PM-NumeroClient TO EA-NumeroClient
    MOVE "RETOUR-DPA"    TO EA-TypeCalcul
    MOVE RB-Montant      TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO EA-MontantPresent
    MOVE ZERO            TO EA-TauxInteret
    MOVE ZERO            TO EA-NombrePeriodes
    MOVE ZERO            TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO EA-Interets
    MOVE TR-SoldeApres   TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO EA-MontantFutur
    MOVE ZERO            TO EA-TauxEffectif
    WRITE EnrAudit
    CLOSE AuditFile
    .

EcrireRetourRepris.
    INITIALIZE EnrListeRetour
    MOVE SuiviRetour        TO LR-Suivi
    MOVE PM-NumeroCompte    TO LR-NumeroCompte
    MOVE PM-NumeroClient    TO LR-NumeroClient
    MOVE PM-Succursale      TO LR-Succursale
    MOVE RB-DatePrelevement TO LR-DatePrelevement
    MOVE RB-Montant         TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte           TO LR-Montant
    PERFORM LibellerMotif
    MOVE TR-SoldeApres      TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte           TO LR-SoldeApres
    WRITE EnrListeRetour
    .

EcrireRetourRejete.
    INITIALIZE EnrListeRetour
    IF RB-NumeroCompte IS NUMERIC
        MOVE RB-NumeroCompte TO LR-NumeroCompte
    END-IF
    IF RB-DatePrelevement IS NUMERIC
        MOVE RB-DatePrelevement TO LR-DatePrelevement
    END-IF
    IF RB-Montant IS NUMERIC
        MOVE RB-Montant TO MF-Montant
        PERFORM FormaterMontant
        MOVE MF-Texte   TO LR-Montant
    END-IF
    PERFORM LibellerMotif
    MOVE MotifRejet TO LR-Suivi
    WRITE EnrListeRetour
    .

LibellerMotif.
    EVALUATE TRUE
        WHEN MotifProvision
            MOVE "PROVISION INSUFFISANTE" TO LR-Motif
        WHEN MotifCompteFerme
            MOVE "COMPTE BANCAIRE FERMÉ"  TO LR-Motif
        WHEN OTHER
            MOVE RB-Motif                 TO LR-Motif
    END-EVALUATE
    .

EcrireTotauxRetours.
    MOVE SPACES TO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    MOVE TR-NombreRepris TO TR-CompteEdite
    MOVE TR-TotalRepris  TO MF-Montant
    PERFORM FormaterMontant
    STRING "Retours repris : " DELIMITED BY SIZE
           TR-CompteEdite      DELIMITED BY SIZE
           "   Total : "       DELIMITED BY SIZE
           MF-Texte            DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    MOVE TR-NombreRejetes TO TR-CompteEdite
    STRING "Retours rejetés (à vérifier avec la banque) : " DELIMITED BY SIZE
           TR-CompteEdite DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    .

*> --------------------------------------------------------------------
*> Contrôle de la période comptable (repris de SSH5201-Interets) : la
*> date de pièce des écritures de retour doit tomber dans une période
*> ouverte du calendrier. Sans calendrier, aucun contrôle.
*> --------------------------------------------------------------------

VerifierPeriodeComptable.
    SET CalendrierAbsent TO TRUE
    SET PeriodeComptableOuverte TO TRUE
    SET PasFinCalendrier TO TRUE
    MOVE ZERO TO CPV-NumeroPeriode
    OPEN INPUT CalendrierFile

    IF Calendrier-Statut = "00"
        SET CalendrierPresent TO TRUE
        SET PeriodeComptableFermee TO TRUE
        PERFORM ChercherPeriodeComptable UNTIL FinDeCalendrier
        CLOSE CalendrierFile

        IF PeriodeComptableFermee
            DISPLAY SPACE
            IF CPV-NumeroPeriode = ZERO
                DISPLAY "*** Retours refusés : aucune période ouverte du ",
                        "calendrier ne couvre la date de pièce ",
                        GLW-DatePiece, " ***"
            ELSE
                DISPLAY "*** Retours refusés : la période comptable ",
                        CPV-NumeroPeriode, " couvrant la date de pièce ",
                        GLW-DatePiece, " est fermée ***"
            END-IF
        END-IF
    END-IF
    .

ChercherPeriodeComptable.
    READ CalendrierFile
        AT END
            SET FinDeCalendrier TO TRUE
        NOT AT END
            IF GLW-DatePiece >= CP-DateDebut
               AND GLW-DatePiece <= CP-DateFin
                MOVE CP-NumeroPeriode TO CPV-NumeroPeriode
                IF CP-PeriodeOuverte
                    SET PeriodeComptableOuverte TO TRUE
                ELSE
                    SET PeriodeComptableFermee TO TRUE
                END-IF
            END-IF
    END-READ
    .

FormaterMontant.
    MOVE MF-Montant TO MF-MontantEdite
    MOVE SPACES TO MF-Texte
    STRING MF-MontantEdite DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           SymboleDevise   DELIMITED BY SPACE
        INTO MF-Texte
    .

DeterminerBissextile.
    SET AnneePasBissextile TO TRUE
    DIVIDE DC-Annee BY 4 GIVING DC-Quotient REMAINDER DC-Reste
    IF DC-Reste = ZERO
        SET AnneeBissextile TO TRUE
        DIVIDE DC-Annee BY 100 GIVING DC-Quotient REMAINDER DC-Reste
        IF DC-Reste = ZERO
            SET AnneePasBissextile TO TRUE
            DIVIDE DC-Annee BY 400 GIVING DC-Quotient REMAINDER DC-Reste
            IF DC-Reste = ZERO
                SET AnneeBissextile TO TRUE
            END-IF
        END-IF
    END-IF
    .

ValiderDateCivile.
    SET DateEstValide TO TRUE
    IF DC-Mois < 1 OR DC-Mois > 12 OR DC-Jour < 1
        SET DateEstInvalide TO TRUE
    ELSE
        IF DC-Mois = 12
            MOVE 31 TO DC-JoursDansMois
        ELSE
            COMPUTE DC-JoursDansMois =
                MoisCumul (DC-Mois + 1) - MoisCumul (DC-Mois)
        END-IF
        IF DC-Mois = 2
            PERFORM DeterminerBissextile
            IF AnneeBissextile
                ADD 1 TO DC-JoursDansMois
            END-IF
        END-IF
        IF DC-Jour > DC-JoursDansMois
            SET DateEstInvalide TO TRUE
        END-IF
    END-IF
    .
