IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Revision IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Révision des taux variables : quand le taux préférentiel de la banque
*> (ou tout autre indice de référence) bouge, le taux au dossier des
*> prêts à taux variable n'est plus modifié compte par compte dans
*> SSH5201-Maitre.
*> Le fichier des indices (indices_taux.txt) conserve chaque taux publié
*> d'un indice avec sa date d'effet ; on y inscrit un nouveau taux et on
*> le liste d'ici. La révision, à une date d'effet donnée, retient pour
*> chaque indice le dernier taux en vigueur à cette date et recalcule le
*> taux au dossier de chaque compte actif à taux variable : taux de
*> l'indice plus l'écart du compte, ramené entre le taux minimum et le
*> taux maximum de la politique de prêt (politique_pret.txt) en vigueur
*> à la même date. Chaque taux changé est réécrit au fichier maître et
*> consigné au journal du fichier maître (journal_maitre.txt).
*> Le passage produit le rapport de révision (rapport_revision.txt --
*> taux avant et après, compte par compte, avec les totaux) et les avis
*> de changement de taux aux emprunteurs (avis_taux.txt), regroupés par
*> client comme les relevés : l'avis est exigé par la loi. Chaque
*> passage est inscrit au journal des exécutions commun.
*> 2026-10-15 : Copie de génération du fichier maître
*> (SSH5201-Sauvegarde) avant l'ouverture en entrée-sortie ; sans copie,
*> la révision est annulée.
*> 2026-10-15 : Tracé de politique_pret.txt allongé de la limite de
*> concentration par client.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT IndicesFile      ASSIGN TO "indices_taux.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Indices-Statut.
    SELECT PolitiqueFile    ASSIGN TO "politique_pret.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Politique-Statut.
    SELECT RapportRevision  ASSIGN TO "rapport_revision.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS RapportRevision-Statut.
    SELECT AvisFile         ASSIGN TO "avis_taux.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Avis-Statut.
    SELECT JournalFile      ASSIGN TO "journal_maitre.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Journal-Statut.
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

*> Un enregistrement par taux publié : code de l'indice, date d'effet,
*> taux annuel en pour cent.
FD  IndicesFile.
01  EnrIndice.
    02 IX-CodeIndice    PIC X(04).
    02 IX-DateEffective PIC 9(08).
    02 IX-Taux          PIC 99V99.

FD  PolitiqueFile.
01  EnrPolitique.
    02 PL-TauxMinimum      PIC 99V99.
    02 PL-TauxMaximum      PIC 99V99.
    02 PL-PeriodesMaximum  PIC 99.
    02 PL-ToleranceEcart   PIC 9(5)V99.
    02 PL-DateEffective    PIC 9(08).
    02 PL-CodeAutorisation PIC X(08).
    02 PL-LimiteConcentration PIC 99V99.

FD  RapportRevision.
01  EnrRapportTexte PIC X(130).
01  EnrRapportLigne.
    02 RR-NumeroCompte  PIC 9(08).
    02 RR-FillerA       PIC X(02) VALUE SPACES.
    02 RR-NumeroClient  PIC 9(06).
    02 RR-FillerB       PIC X(02) VALUE SPACES.
    02 RR-CodeIndice    PIC X(04).
    02 RR-FillerC       PIC X(02) VALUE SPACES.
    02 RR-TauxIndice    PIC Z9.99.
    02 RR-FillerD       PIC X(02) VALUE SPACES.
    02 RR-Ecart         PIC +Z9.99.
    02 RR-FillerE       PIC X(02) VALUE SPACES.
    02 RR-TauxAvant     PIC Z9.99.
    02 RR-FillerF       PIC X(02) VALUE SPACES.
    02 RR-TauxApres     PIC Z9.99.
    02 RR-FillerG       PIC X(02) VALUE SPACES.
    02 RR-Solde         PIC X(20).
    02 RR-FillerH       PIC X(02) VALUE SPACES.
    02 RR-Remarque      PIC X(30).
01  EnrRapportTotal.
    02 RT-Libelle PIC X(36).
    02 RT-Valeur  PIC X(20).

FD  AvisFile.
01  EnrAvisTexte PIC X(130).
01  EnrAvisCompte.
    02 AV-NumeroCompte  PIC 9(08).
    02 AV-FillerA       PIC X(02) VALUE SPACES.
    02 AV-TauxAvant     PIC Z9.99.
    02 AV-FillerB       PIC X(04) VALUE SPACES.
    02 AV-TauxApres     PIC Z9.99.
    02 AV-FillerC       PIC X(04) VALUE SPACES.
    02 AV-CodeIndice    PIC X(04).
    02 AV-FillerD       PIC X(02) VALUE SPACES.
    02 AV-Ecart         PIC +Z9.99.
    02 AV-FillerE       PIC X(04) VALUE SPACES.
    02 AV-Solde         PIC X(20).

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
    02 Indices-Statut          PIC X(02) VALUE SPACES.
    02 Politique-Statut        PIC X(02) VALUE SPACES.
    02 RapportRevision-Statut  PIC X(02) VALUE SPACES.
    02 Avis-Statut             PIC X(02) VALUE SPACES.
    02 Journal-Statut          PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinMaitre               PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinIndices              PIC X(01) VALUE "N".
       88 PasFinIndices VALUE "N".
       88 FinDesIndices VALUE "O".
    02 FinPolitique            PIC X(01) VALUE "N".
       88 PasFinPolitique VALUE "N".
       88 FinDePolitique  VALUE "O".

01 ModeRevision.
    02 RV-Choix PIC 9 VALUE 9.
       88 RV-Retour     VALUE 0.
       88 RV-Inscrire   VALUE 1.
       88 RV-Lister     VALUE 2.
       88 RV-Reviser    VALUE 3.

*> Saisie d'un nouveau taux d'indice.
01 EntreeIndice.
    02 EI-CodeIndice    PIC X(04) VALUE SPACES.
    02 EI-DateEffective PIC 9(08) VALUE ZERO.
    02 EI-Taux          PIC 99V99 VALUE ZERO.

01 DateRevision.
    02 DR-Date PIC 9(08) VALUE ZERO.

*> Taux en vigueur de chaque indice à la date de révision : le taux de
*> la date d'effet la plus récente qui ne dépasse pas cette date.
01 TableIndices.
    02 TI-Nombre PIC 99 VALUE ZERO.
    02 TI-Entree OCCURS 50 TIMES INDEXED BY TI-Index.
       03 TI-Code          PIC X(04).
       03 TI-DateEffective PIC 9(08).
       03 TI-Taux          PIC 99V99.
    02 TI-Recherche    PIC X(04) VALUE SPACES.
    02 TI-Position     PIC 99    VALUE ZERO.
    02 TI-TrouveFanion PIC X(01) VALUE "N".
       88 IndiceTrouve    VALUE "O".
       88 IndicePasTrouve VALUE "N".
    02 TI-NombreLus    PIC 9(05) VALUE ZERO.

*> Limites de la politique de prêt, valeurs compilées tant qu'aucune
*> politique paramétrée n'est en vigueur à la date de révision.
01 PolitiquePret.
    02 PP-TauxMinimum    PIC 99V99 VALUE 00.01.
    02 PP-TauxMaximum    PIC 99V99 VALUE 25.00.
    02 PO-DateAppliquee  PIC 9(08) VALUE ZERO.

01 CalculRevision.
    02 CRV-TauxCalcule PIC S999V99 VALUE ZERO.
    02 CRV-TauxNouveau PIC 99V99   VALUE ZERO.
    02 CRV-Remarque    PIC X(30)   VALUE SPACES.

01 TotauxRevision.
    02 TV-NombreLus       PIC 9(07)    VALUE ZERO.
    02 TV-NombreVariables PIC 9(07)    VALUE ZERO.
    02 TV-NombreRevises   PIC 9(07)    VALUE ZERO.
    02 TV-NombreInchanges PIC 9(07)    VALUE ZERO.
    02 TV-NombreRejetes   PIC 9(07)    VALUE ZERO.
    02 TV-NombreHausses   PIC 9(07)    VALUE ZERO.
    02 TV-NombreBaisses   PIC 9(07)    VALUE ZERO.
    02 TV-NombreLimites   PIC 9(07)    VALUE ZERO.
    02 TV-SoldeRevise     PIC 9(13)V99 VALUE ZERO.
    02 TV-CompteEdite     PIC ZZZZZZ9.

*> Comptes révisés, retenus pour les avis puis triés par client.
01 TableAvis.
    02 TA-NombreComptes PIC 999 VALUE ZERO.
    02 TA-Compte OCCURS 500 TIMES INDEXED BY TA-Index.
       03 TA-NumeroClient PIC 9(06).
       03 TA-NumeroCompte PIC 9(08).
       03 TA-TauxAvant    PIC 99V99.
       03 TA-TauxApres    PIC 99V99.
       03 TA-CodeIndice   PIC X(04).
       03 TA-EcartIndice  PIC S99V99.
       03 TA-Solde        PIC 9(9)V99.

01 TriAvis.
    02 TR-Position PIC 999 VALUE ZERO.
    02 TR-Suivante PIC 999 VALUE ZERO.
    02 TR-Echange  PIC X(01) VALUE "N".
       88 TriTermine VALUE "N".
       88 TriEnCours VALUE "O".
    02 TR-Tampon.
       03 TR-NumeroClient PIC 9(06).
       03 TR-NumeroCompte PIC 9(08).
       03 TR-TauxAvant    PIC 99V99.
       03 TR-TauxApres    PIC 99V99.
       03 TR-CodeIndice   PIC X(04).
       03 TR-EcartIndice  PIC S99V99.
       03 TR-Solde        PIC 9(9)V99.

01 CalculAvis.
    02 CA-ClientCourant PIC 9(06) VALUE ZERO.
    02 CA-NombreClients PIC 9(05) VALUE ZERO.

01 EditionJournal.
    02 ED-Champ          PIC X(24) VALUE SPACES.
    02 ED-AncienneValeur PIC X(20) VALUE SPACES.
    02 ED-NouvelleValeur PIC X(20) VALUE SPACES.
    02 ED-Taux           PIC Z9.99.

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
    DISPLAY "Révision des taux variables"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL RV-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Inscrire un nouveau taux d'indice"
    DISPLAY "  2 - Lister les taux d'indice"
    DISPLAY "  3 - Réviser les taux variables à une date d'effet"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  RV-Choix

    EVALUATE TRUE
        WHEN RV-Inscrire
            PERFORM InscrireIndice
        WHEN RV-Lister
            PERFORM ListerIndices
        WHEN RV-Reviser
            PERFORM ReviserTaux
        WHEN RV-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> Journal des exécutions commun à la suite : un enregistrement au
*> départ et un à la fin de chaque révision, pour le sommaire de
*> SSH5201-FinJournee.
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
    MOVE "SSH5201-Revision" TO JE-Programme
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
*> Fichier des indices : chaque nouveau taux publié s'ajoute à la fin
*> avec sa date d'effet ; l'historique n'est jamais réécrit, de sorte
*> qu'une révision refaite à une date passée retrouve le taux d'alors.
*> --------------------------------------------------------------------

InscrireIndice.
    DISPLAY "Code de l'indice (ex. PRIM) :  " WITH NO ADVANCING
    MOVE SPACES TO EI-CodeIndice
    ACCEPT  EI-CodeIndice
    DISPLAY "Date d'effet (AAAAMMJJ) :  " WITH NO ADVANCING
    ACCEPT  EI-DateEffective
    DISPLAY "Taux de l'indice (%, ex. 06.95) :  " WITH NO ADVANCING
    ACCEPT  EI-Taux

    MOVE EI-DateEffective TO DC-Date
    PERFORM ValiderDateCivile

    IF EI-CodeIndice = SPACES
        DISPLAY "*** Code d'indice absent -- taux non inscrit ***"
    ELSE IF EI-DateEffective = ZERO OR DateEstInvalide
        DISPLAY "*** Date d'effet invalide -- taux non inscrit ***"
    ELSE IF EI-Taux = ZERO
        DISPLAY "*** Taux nul -- taux non inscrit ***"
    ELSE
        OPEN EXTEND IndicesFile
        IF Indices-Statut = "35"
            OPEN OUTPUT IndicesFile
        END-IF
        MOVE EI-CodeIndice    TO IX-CodeIndice
        MOVE EI-DateEffective TO IX-DateEffective
        MOVE EI-Taux          TO IX-Taux
        WRITE EnrIndice
        CLOSE IndicesFile
        MOVE EI-Taux TO ED-Taux
        DISPLAY "Indice ", EI-CodeIndice, " à ", ED-Taux,
                " % inscrit, effectif le ", EI-DateEffective
    END-IF
    .

ListerIndices.
    SET PasFinIndices TO TRUE
    MOVE ZERO TO TI-NombreLus
    OPEN INPUT IndicesFile
    IF Indices-Statut NOT = "00"
        DISPLAY "*** Fichier des indices indices_taux.txt introuvable ",
                "(statut ", Indices-Statut, ") ***"
    ELSE
        DISPLAY Separateur
        DISPLAY "Indice  Date d'effet  Taux"
        PERFORM ListerUnIndice UNTIL FinDesIndices
        CLOSE IndicesFile
        DISPLAY Separateur
        DISPLAY TI-NombreLus, " taux d'indice au fichier"
    END-IF
    .

ListerUnIndice.
    READ IndicesFile
        AT END
            SET FinDesIndices TO TRUE
        NOT AT END
            ADD 1 TO TI-NombreLus
            MOVE IX-Taux TO ED-Taux
            DISPLAY IX-CodeIndice, "    ", IX-DateEffective, "      ",
                    ED-Taux, " %"
    END-READ
    .

*> --------------------------------------------------------------------
*> Révision : le taux calculé (indice plus écart) est ramené entre les
*> limites de la politique ; un compte dont l'indice n'a aucun taux en
*> vigueur à la date d'effet est signalé au rapport et laissé tel quel.
*> Seuls les taux réellement changés sont réécrits, consignés et avisés.
*> --------------------------------------------------------------------

ReviserTaux.
    DISPLAY "Date d'effet de la révision (AAAAMMJJ, 0 = aujourd'hui) :  "
        WITH NO ADVANCING
    ACCEPT  DR-Date
    MOVE DR-Date TO DC-Date
    PERFORM ValiderDateCivile
    IF DR-Date = ZERO OR DateEstInvalide
        IF DR-Date NOT = ZERO
            DISPLAY "*** Date invalide -- date du jour retenue ***"
        END-IF
        ACCEPT DR-Date FROM DATE YYYYMMDD
    END-IF

    PERFORM JournaliserExecutionDebut
    INITIALIZE TotauxRevision
    MOVE ZERO TO TA-NombreComptes

    PERFORM ChargerIndices
    PERFORM ChargerPolitiquePret

    IF TI-Nombre = ZERO
        DISPLAY "*** Aucun taux d'indice en vigueur au ", DR-Date,
                " -- révision annulée ***"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        PERFORM SauvegarderMaitre
        IF SauvegardeFaite
            OPEN I-O PretMaitreFile
        END-IF
        IF NOT SauvegardeFaite OR PretMaitre-Statut NOT = "00"
            DISPLAY "*** Erreur : fichier maître des prêts inaccessible ou ",
                    "non copié (statut ", LS-StatutMaitre, ") -- révision ",
                    "annulée ***"
            MOVE 8 TO RETURN-CODE
            MOVE "ANNULEE" TO JEX-Statut
        ELSE
            PERFORM OuvrirRapportRevision
            SET PasFinMaitre TO TRUE
            PERFORM ReviserUnCompte UNTIL FinDeMaitre
            CLOSE PretMaitreFile
            PERFORM EcrireTotauxRevision
            CLOSE RapportRevision

            PERFORM TrierAvisParClient
            PERFORM ProduireAvis

            DISPLAY SPACE
            DISPLAY "Révision au ", DR-Date, " terminée -- ",
                    TV-NombreRevises, " taux changé(s), ",
                    TV-NombreRejetes, " compte(s) sans indice en vigueur"
            DISPLAY "Rapport : rapport_revision.txt -- avis aux ",
                    "emprunteurs : avis_taux.txt (", CA-NombreClients,
                    " client(s))"
            MOVE ZERO TO RETURN-CODE
            MOVE "TERMINE" TO JEX-Statut
        END-IF
    END-IF

    MOVE TV-NombreLus     TO JEX-NombreLus
    MOVE TV-NombreRevises TO JEX-NombreTraites
    MOVE TV-NombreRejetes TO JEX-NombreRejetes
    PERFORM JournaliserExecutionFin
    .

*> Copie de génération du fichier maître avant toute ouverture en
*> entrée-sortie : un passage raté se défait par SSH5201-Generations.
SauvegarderMaitre.
    MOVE "SSH5201-Revision" TO LS-Programme
    MOVE AU-Operateur TO LS-Operateur
    CALL "SSH5201-Sauvegarde" USING LiaisonSauvegarde
    .

ChargerIndices.
    MOVE ZERO TO TI-Nombre
    SET PasFinIndices TO TRUE
    OPEN INPUT IndicesFile
    IF Indices-Statut = "00"
        PERFORM ChargerUnIndice UNTIL FinDesIndices
        CLOSE IndicesFile
    END-IF
    .

ChargerUnIndice.
    READ IndicesFile
        AT END
            SET FinDesIndices TO TRUE
        NOT AT END
            IF IX-DateEffective <= DR-Date AND IX-Taux IS NUMERIC
                MOVE IX-CodeIndice TO TI-Recherche
                PERFORM ChercherIndice
                IF IndicePasTrouve
                    IF TI-Nombre >= 50
                        DISPLAY "*** Nombre maximal d'indices (50) atteint -- ",
                                "indice ", IX-CodeIndice, " ignoré ***"
                    ELSE
                        ADD 1 TO TI-Nombre
                        SET TI-Index TO TI-Nombre
                        MOVE IX-CodeIndice    TO TI-Code (TI-Index)
                        MOVE IX-DateEffective TO TI-DateEffective (TI-Index)
                        MOVE IX-Taux          TO TI-Taux (TI-Index)
                    END-IF
                ELSE
                    SET TI-Index TO TI-Position
                    IF IX-DateEffective >= TI-DateEffective (TI-Index)
                        MOVE IX-DateEffective TO TI-DateEffective (TI-Index)
                        MOVE IX-Taux          TO TI-Taux (TI-Index)
                    END-IF
                END-IF
            END-IF
    END-READ
    .

ChercherIndice.
    SET IndicePasTrouve TO TRUE
    MOVE ZERO TO TI-Position
    PERFORM ComparerUnIndice
        VARYING TI-Index FROM 1 BY 1
        UNTIL TI-Index > TI-Nombre OR IndiceTrouve
    .

ComparerUnIndice.
    IF TI-Code (TI-Index) = TI-Recherche
        SET IndiceTrouve TO TRUE
        SET TI-Position TO TI-Index
    END-IF
    .

*> Même règle que le lot : la dernière politique dont la date d'effet ne
*> dépasse pas la date de révision s'applique.
ChargerPolitiquePret.
    MOVE ZERO TO PO-DateAppliquee
    SET PasFinPolitique TO TRUE
    OPEN INPUT PolitiqueFile
    IF Politique-Statut = "00"
        PERFORM ChargerUnePolitique UNTIL FinDePolitique
        CLOSE PolitiqueFile
    END-IF
    .

ChargerUnePolitique.
    READ PolitiqueFile
        AT END
            SET FinDePolitique TO TRUE
        NOT AT END
            IF PL-DateEffective <= DR-Date
                MOVE PL-TauxMinimum   TO PP-TauxMinimum
                MOVE PL-TauxMaximum   TO PP-TauxMaximum
                MOVE PL-DateEffective TO PO-DateAppliquee
            END-IF
    END-READ
    .

ReviserUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            ADD 1 TO TV-NombreLus
            IF CompteActif AND TauxDossierVariable
                ADD 1 TO TV-NombreVariables
                PERFORM CalculerNouveauTaux
            END-IF
    END-READ
    .

CalculerNouveauTaux.
    MOVE PM-CodeIndice TO TI-Recherche
    PERFORM ChercherIndice

    IF IndicePasTrouve
        ADD 1 TO TV-NombreRejetes
        MOVE ZERO TO CRV-TauxNouveau
        MOVE "*** INDICE SANS TAUX EN VIGUEUR" TO CRV-Remarque
        PERFORM EcrireLigneRevision
    ELSE
        SET TI-Index TO TI-Position
        MOVE SPACES TO CRV-Remarque
        COMPUTE CRV-TauxCalcule = TI-Taux (TI-Index) + PM-EcartIndice
        IF CRV-TauxCalcule < PP-TauxMinimum
            MOVE PP-TauxMinimum TO CRV-TauxNouveau
            MOVE "PLANCHER DE LA POLITIQUE" TO CRV-Remarque
        ELSE IF CRV-TauxCalcule > PP-TauxMaximum
            MOVE PP-TauxMaximum TO CRV-TauxNouveau
            MOVE "PLAFOND DE LA POLITIQUE" TO CRV-Remarque
        ELSE
            MOVE CRV-TauxCalcule TO CRV-TauxNouveau
        END-IF
        END-IF

        IF CRV-TauxNouveau = PM-TauxDossier
            ADD 1 TO TV-NombreInchanges
        ELSE
            PERFORM AppliquerNouveauTaux
        END-IF
    END-IF
    .

AppliquerNouveauTaux.
    IF CRV-Remarque NOT = SPACES
        ADD 1 TO TV-NombreLimites
    END-IF
    IF CRV-TauxNouveau > PM-TauxDossier
        ADD 1 TO TV-NombreHausses
    ELSE
        ADD 1 TO TV-NombreBaisses
    END-IF

    MOVE "Taux au dossier" TO ED-Champ
    MOVE PM-TauxDossier    TO ED-Taux
    MOVE ED-Taux           TO ED-AncienneValeur
    MOVE CRV-TauxNouveau   TO ED-Taux
    MOVE ED-Taux           TO ED-NouvelleValeur
    PERFORM JournaliserChangement

    PERFORM EcrireLigneRevision
    PERFORM RetenirAvis

    MOVE CRV-TauxNouveau TO PM-TauxDossier
    REWRITE EnrPretMaitre
    ADD 1 TO TV-NombreRevises
    ADD PM-Solde TO TV-SoldeRevise
    .

RetenirAvis.
    IF TA-NombreComptes >= 500
        DISPLAY "*** Nombre maximal d'avis (500) atteint -- compte ",
                PM-NumeroCompte, " révisé sans avis ***"
    ELSE
        ADD 1 TO TA-NombreComptes
        SET TA-Index TO TA-NombreComptes
        MOVE PM-NumeroClient TO TA-NumeroClient (TA-Index)
        MOVE PM-NumeroCompte TO TA-NumeroCompte (TA-Index)
        MOVE PM-TauxDossier  TO TA-TauxAvant (TA-Index)
        MOVE CRV-TauxNouveau TO TA-TauxApres (TA-Index)
        MOVE PM-CodeIndice   TO TA-CodeIndice (TA-Index)
        MOVE PM-EcartIndice  TO TA-EcartIndice (TA-Index)
        MOVE PM-Solde        TO TA-Solde (TA-Index)
    END-IF
    .

JournaliserChangement.
    OPEN EXTEND JournalFile
    IF Journal-Statut = "35"
        OPEN OUTPUT JournalFile
    END-IF
    ACCEPT JM-Date FROM DATE YYYYMMDD
    ACCEPT JM-Heure FROM TIME
    MOVE AU-Operateur      TO JM-Operateur
    MOVE SPACES            TO JM-FillerA
    MOVE PM-NumeroCompte   TO JM-NumeroCompte
    MOVE SPACES            TO JM-FillerB
    MOVE ED-Champ          TO JM-Champ
    MOVE ED-AncienneValeur TO JM-AncienneValeur
    MOVE SPACES            TO JM-FillerC
    MOVE ED-NouvelleValeur TO JM-NouvelleValeur
    WRITE EnrJournalMaitre
    CLOSE JournalFile
    .

*> --------------------------------------------------------------------
*> Rapport de révision : une ligne par compte variable révisé ou rejeté,
*> taux avant et après, puis les totaux du passage.
*> --------------------------------------------------------------------

OuvrirRapportRevision.
    OPEN OUTPUT RapportRevision
    MOVE SPACES TO LT-Texte
    STRING "Révision des taux variables -- date d'effet " DELIMITED BY SIZE
           DR-Date                                        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    MOVE PP-TauxMinimum TO RR-TauxAvant
    MOVE PP-TauxMaximum TO RR-TauxApres
    STRING "Limites de la politique : minimum " DELIMITED BY SIZE
           RR-TauxAvant                         DELIMITED BY SIZE
           " %, maximum "                       DELIMITED BY SIZE
           RR-TauxApres                         DELIMITED BY SIZE
           " %"                                 DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte    Client  Ind.  Indice  Écart   Avant  Après  "
        DELIMITED BY SIZE
           "Solde                 Remarque" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    .

EcrireLigneRevision.
    INITIALIZE EnrRapportLigne
    MOVE PM-NumeroCompte TO RR-NumeroCompte
    MOVE PM-NumeroClient TO RR-NumeroClient
    MOVE PM-CodeIndice   TO RR-CodeIndice
    IF IndiceTrouve
        MOVE TI-Taux (TI-Index) TO RR-TauxIndice
    ELSE
        MOVE ZERO TO RR-TauxIndice
    END-IF
    MOVE PM-EcartIndice  TO RR-Ecart
    MOVE PM-TauxDossier  TO RR-TauxAvant
    IF IndiceTrouve
        MOVE CRV-TauxNouveau TO RR-TauxApres
    ELSE
        MOVE PM-TauxDossier  TO RR-TauxApres
    END-IF
    MOVE PM-Solde        TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RR-Solde
    MOVE CRV-Remarque    TO RR-Remarque
    WRITE EnrRapportLigne
    .

EcrireTotauxRevision.
    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    WRITE EnrRapportTexte FROM Separateur

    MOVE TV-NombreLus TO TV-CompteEdite
    MOVE "Comptes lus au fichier maître  :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreVariables TO TV-CompteEdite
    MOVE "Comptes actifs à taux variable :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreRevises TO TV-CompteEdite
    MOVE "Taux révisés                   :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreHausses TO TV-CompteEdite
    MOVE "  dont hausses                 :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreBaisses TO TV-CompteEdite
    MOVE "  dont baisses                 :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreLimites TO TV-CompteEdite
    MOVE "  dont ramenés aux limites     :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreInchanges TO TV-CompteEdite
    MOVE "Taux inchangés                 :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE TV-NombreRejetes TO TV-CompteEdite
    MOVE "Comptes sans indice en vigueur :" TO RT-Libelle
    MOVE TV-CompteEdite TO RT-Valeur
    WRITE EnrRapportTotal
    MOVE "Soldes des comptes révisés     :" TO RT-Libelle
    MOVE TV-SoldeRevise TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO RT-Valeur
    WRITE EnrRapportTotal
    .

*> --------------------------------------------------------------------
*> Avis aux emprunteurs : les comptes révisés, triés par client puis par
*> compte (tri à bulles comme pour les relevés), un avis par client
*> reprenant chacun de ses comptes révisés.
*> --------------------------------------------------------------------

TrierAvisParClient.
    SET TriEnCours TO TRUE
    PERFORM PasseDeTri UNTIL TriTermine
    .

PasseDeTri.
    SET TriTermine TO TRUE
    PERFORM ComparerUnePaire
        VARYING TR-Position FROM 1 BY 1
        UNTIL TR-Position >= TA-NombreComptes
    .

ComparerUnePaire.
    COMPUTE TR-Suivante = TR-Position + 1
    IF TA-NumeroClient (TR-Position) > TA-NumeroClient (TR-Suivante)
       OR (TA-NumeroClient (TR-Position) = TA-NumeroClient (TR-Suivante)
           AND TA-NumeroCompte (TR-Position) > TA-NumeroCompte (TR-Suivante))
        MOVE TA-Compte (TR-Position) TO TR-Tampon
        MOVE TA-Compte (TR-Suivante) TO TA-Compte (TR-Position)
        MOVE TR-Tampon               TO TA-Compte (TR-Suivante)
        SET TriEnCours TO TRUE
    END-IF
    .

ProduireAvis.
    OPEN OUTPUT AvisFile
    MOVE ZERO TO CA-ClientCourant
    MOVE ZERO TO CA-NombreClients

    PERFORM EditerUnAvis
        VARYING TA-Index FROM 1 BY 1 UNTIL TA-Index > TA-NombreComptes

    PERFORM EcrireFinAvis
    CLOSE AvisFile
    .

EditerUnAvis.
    IF TA-NumeroClient (TA-Index) NOT = CA-ClientCourant
        PERFORM EcrireFinAvis
        MOVE TA-NumeroClient (TA-Index) TO CA-ClientCourant
        ADD 1 TO CA-NombreClients
        PERFORM EcrireEnTeteAvis
    END-IF

    INITIALIZE EnrAvisCompte
    MOVE TA-NumeroCompte (TA-Index) TO AV-NumeroCompte
    MOVE TA-TauxAvant (TA-Index)    TO AV-TauxAvant
    MOVE TA-TauxApres (TA-Index)    TO AV-TauxApres
    MOVE TA-CodeIndice (TA-Index)   TO AV-CodeIndice
    MOVE TA-EcartIndice (TA-Index)  TO AV-Ecart
    MOVE TA-Solde (TA-Index)        TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                   TO AV-Solde
    WRITE EnrAvisCompte
    .

EcrireEnTeteAvis.
    MOVE SPACES TO LT-Texte
    STRING "Avis de changement de taux au client " DELIMITED BY SIZE
           CA-ClientCourant                        DELIMITED BY SIZE
           " -- en vigueur le "                    DELIMITED BY SIZE
           DR-Date                                 DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrAvisTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Le taux de votre prêt suit l'indice de référence indiqué, "
        DELIMITED BY SIZE
           "majoré ou diminué de l'écart convenu." DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrAvisTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte    Ancien taux  Nouveau taux  Indice  Écart    "
        DELIMITED BY SIZE
           "Solde" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrAvisTexte FROM LT-Texte
    .

EcrireFinAvis.
    IF CA-ClientCourant NOT = ZERO
        MOVE SPACES TO LT-Texte
        WRITE EnrAvisTexte FROM LT-Texte
    END-IF
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
