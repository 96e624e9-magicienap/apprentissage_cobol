*> une invite. Avec contrôles SUC, les totaux de contrôle par type du
*> TRL sont maintenant vérifiés aussi (ils étaient court-circuités par
*> le contrôle par succursale).
*> 2026-10-15 : Un paiement du lot est rapproché de l'échéancier du
*> compte (versement prévu et prochaine échéance, entretenus par
*> SSH5201-Maitre) : le montant reçu s'ajoute au paiement partiel de
*> l'échéance courante, chaque versement complet couvert fait avancer
*> la prochaine échéance d'un mois, et la date du paiement est retenue
*> au maître. La ligne de mouvement du rapport de lot porte la
*> prochaine échéance, marquée RETARD quand le compte reste en
*> souffrance à la date de pièce. SSH5201-Retards classe les retards à
*> partir de ces zones.
*> 2026-10-15 : L'interface grand livre n'est plus recréée à chaque lot :
*> les écritures du lot (suivies de leur propre enregistrement de
*> contrôle T) s'ajoutent à celles déjà au fichier, comme les retours
*> de prélèvements de SSH5201-Prelevements, pour que la clôture de
*> SSH5201-FinPeriode totalise toutes les écritures de la période. Le
*> nombre de lignes trouvées au départ est conservé au point de contrôle
*> pour que la reprise ne tronque que les lignes du lot. Tracé du fichier
*> maître allongé du mode de paiement et des coordonnées bancaires du
*> prélèvement automatique.
*> 2026-10-15 : Ajout d'un mode intérêts courus (mode 8) : l'intérêt
*> quotidien de chaque compte actif -- solde au taux au dossier, jours
*> comptés selon la convention de décompte du compte -- s'ajoute au
*> cumul des intérêts courus du fichier maître et passe à l'interface
*> grand livre (débit intérêts à recevoir 110500, crédit revenus
*> d'intérêts 410100), sous réserve du calendrier des périodes
*> comptables, avec un rapport des courus. La capitalisation reporte au
*> solde le cumul des courus (rattrapé jusqu'à la date du jour) et le
*> vire des intérêts à recevoir aux prêts en cours (débit 120100, crédit
*> 110500) en remettant le cumul à zéro ; un compte jamais couru garde
*> le report d'une période, imputé au débit 120100 et au crédit 410100.
*> La capitalisation vérifie elle aussi la période comptable.
*> 2026-10-15 : Tracé du fichier maître allongé du type de taux (fixe
*> ou variable), de l'indice de référence et de l'écart sur l'indice.
*> 2026-10-15 : Le lot, la capitalisation et les intérêts courus prennent
*> une copie de génération du fichier maître (SSH5201-Sauvegarde) avant
*> de l'ouvrir en entrée-sortie ; sans copie, le maître n'est pas touché.
*> 2026-10-15 : Un paiement du lot sur un compte qui a une quittance
*> ouverte (registre_quittances.txt, SSH5201-Quittance) et qui dépasse le
*> versement prévu est confronté au montant de la quittance, ajusté de
*> l'intérêt quotidien à la date de pièce : un manque ou un excédent est
*> rejeté au relevé des exceptions ; le montant exact solde le compte,
*> l'intérêt étant imputé aux intérêts à recevoir puis aux revenus.
*> 2026-10-15 : Tracé de politique_pret.txt allongé de la limite de
*> concentration par client.
*> 2026-10-15 : Un fichier maître qui ne s'ouvre pas en entrée-sortie
*> annule la capitalisation ou les intérêts courus (code retour 8,
*> statut ANNULEE au journal). Les intérêts courus se calculent jusqu'à
*> une date d'arrêté saisie (la date du jour par défaut et en exécution
*> pilotée), qui ne peut dépasser la date du jour.
*> 2026-10-15 : Une capitalisation menée à terme se termine au journal
*> d'exécution par le statut CAPITALISE (comme le lot par BALANCE) : la
*> fin de période reconnaît ainsi les passages qui changent les soldes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RapportCapFile    ASSIGN TO "rapport_capitalisation.txt"
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS RapportCap-Statut.
    SELECT RapportCourusFile ASSIGN TO "rapport_courus.txt"
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS RapportCourus-Statut.
    SELECT RecyclageFile     ASSIGN TO "recyclage.txt"
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS Recyclage-Statut.
    SELECT EntreesReconciliation ASSIGN TO "entrees_reconciliation.txt"
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS EntreesReconciliation-Statut.
    SELECT QuittancesFile    ASSIGN TO "registre_quittances.txt"
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS Quittances-Statut.

DATA DIVISION.
FILE SECTION.
    02 RM-SoldeApres   PIC X(20).
    02 RM-FillerE      PIC X(02) VALUE SPACES.
    02 RM-Origine      PIC X(01).
    02 RM-FillerF      PIC X(02) VALUE SPACES.
    02 RM-Echeance     PIC X(20).
01  EnrRapportBalancement.
    02 RB-Libelle PIC X(36).
    02 RB-Valeur  PIC X(20).
    02 CK-NombreAvances          PIC 9(07).
    02 CK-TotalPaiements         PIC 9(13)V99.
    02 CK-TotalAvances           PIC 9(13)V99.
    02 CK-LignesGLDepart         PIC 9(07).

FD  ReconciliationFile.
01  EnrReconciliation.
    02 PL-ToleranceEcart   PIC 9(5)V99.
    02 PL-DateEffective    PIC 9(08).
    02 PL-CodeAutorisation PIC X(08).
    02 PL-LimiteConcentration PIC 99V99.

FD  PretMaitreFile.
01  EnrPretMaitre.
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

FD  QuittancesFile.
01  EnrQuittance.
    02 QT-NumeroQuittance   PIC 9(06).
    02 QT-FillerA           PIC X(02).
    02 QT-NumeroCompte      PIC 9(08).
    02 QT-FillerB           PIC X(02).
    02 QT-NumeroClient      PIC 9(06).
    02 QT-FillerC           PIC X(02).
    02 QT-DateEmission      PIC 9(08).
    02 QT-FillerD           PIC X(02).
    02 QT-DateRemboursement PIC 9(08).
    02 QT-FillerE           PIC X(02).
    02 QT-Montant           PIC 9(11)V99.
    02 QT-FillerF           PIC X(02).
    02 QT-ParJour           PIC 9(9)V99.
    02 QT-FillerG           PIC X(02).
    02 QT-DateExpiration    PIC 9(08).
    02 QT-FillerH           PIC X(02).
    02 QT-Operateur         PIC X(08).

FD  RapportCapFile.
01  EnrRapportCap.
    02 RT-LibelleSautes   PIC X(22).
    02 RT-NombreSautes    PIC ZZZZZZ9.

FD  RapportCourusFile.
01  EnrRapportCourusTexte PIC X(132).
01  EnrRapportCourus.
    02 RQ-NumeroCompte PIC 9(08).
    02 RQ-FillerA      PIC X(02) VALUE SPACES.
    02 RQ-Solde        PIC X(20).
    02 RQ-FillerB      PIC X(02) VALUE SPACES.
    02 RQ-Taux         PIC Z9.99.
    02 RQ-FillerC      PIC X(02) VALUE SPACES.
    02 RQ-Convention   PIC X(07).
    02 RQ-FillerD      PIC X(02) VALUE SPACES.
    02 RQ-Jours        PIC ZZZZ9.
    02 RQ-FillerE      PIC X(02) VALUE SPACES.
    02 RQ-ParJour      PIC X(20).
    02 RQ-FillerF      PIC X(02) VALUE SPACES.
    02 RQ-Interets     PIC X(20).
    02 RQ-FillerG      PIC X(02) VALUE SPACES.
    02 RQ-Cumul        PIC X(20).
    02 RQ-FillerH      PIC X(02) VALUE SPACES.
    02 RQ-Remarque     PIC X(12).

WORKING-STORAGE SECTION.
01 Entrees.
    02 E-NumeroCompte   PIC 9(08)   VALUE ZERO.
       88 ModeReconciliation VALUE 5.
       88 ModeCapitalisation VALUE 6.
       88 ModeAnnuites       VALUE 7.
       88 ModeCourus         VALUE 8.

01 Amortissement.
    02 AM-Echeance           PIC 9(9)V99 VALUE ZERO.
    02 CAP-Interets   PIC 9(9)V99 VALUE ZERO.
    02 CAP-SoldeApres PIC 9(9)V99 VALUE ZERO.
    02 CAP-DateJour   PIC 9(08)   VALUE ZERO.
    02 CAP-CompteCredit PIC 9(06) VALUE ZERO.

*> Intérêts courus : période courue du compte (depuis le dernier couru,
*> ou la dernière capitalisation pour un premier couru), intérêt par
*> jour et intérêt de la période, totaux du passage.
01 CalculCourus.
    02 RapportCourus-Statut PIC X(02)  VALUE SPACES.
    02 COU-DateCouru     PIC 9(08)     VALUE ZERO.
    02 COU-DateJour      PIC 9(08)     VALUE ZERO.
    02 COU-DateSaisie    PIC 9(08)     VALUE ZERO.
    02 COU-EtatDate      PIC X(01)     VALUE "O".
       88 DateCouruAcceptee VALUE "O".
       88 DateCouruRefusee  VALUE "R".
    02 COU-DateDepart    PIC 9(08)     VALUE ZERO.
    02 COU-ParJour       PIC 9(9)V99   VALUE ZERO.
    02 COU-Interets      PIC 9(9)V99   VALUE ZERO.
    02 COU-TotalInterets PIC 9(13)V99  VALUE ZERO.
    02 COU-TotalCumul    PIC 9(13)V99  VALUE ZERO.
    02 COU-Remarque      PIC X(12)     VALUE SPACES.
    02 NombreComptesCourus PIC 9(7)    VALUE ZERO.
01 Compteurs-Lot.
    02 NombreComptesTraites PIC 9(7) VALUE ZERO.
    02 NombreComptesRejetes PIC 9(7) VALUE ZERO.
    02 MV-SoldeAvant PIC 9(9)V99 VALUE ZERO.
    02 MV-SoldeApres PIC 9(9)V99 VALUE ZERO.

*> Quittances du registre, la plus récente par compte.
01 TableQuittances.
    02 Quittances-Statut PIC X(02) VALUE SPACES.
    02 FinQuittances     PIC X(01) VALUE "N".
       88 PasFinQuittances VALUE "N".
       88 FinDesQuittances VALUE "O".
    02 QO-Nombre PIC 999 VALUE ZERO.
    02 QO-Quittance OCCURS 500 TIMES INDEXED BY QO-Index.
       03 QO-NumeroCompte      PIC 9(08).
       03 QO-NumeroQuittance   PIC 9(06).
       03 QO-DateEmission      PIC 9(08).
       03 QO-DateRemboursement PIC 9(08).
       03 QO-Montant           PIC 9(11)V99.
       03 QO-ParJour           PIC 9(9)V99.
       03 QO-DateExpiration    PIC 9(08).
    02 QO-Trouvee PIC X(01) VALUE "N".
       88 QuittanceTrouvee    VALUE "O".
       88 QuittancePasTrouvee VALUE "N".
    02 QO-Recherche PIC 9(08) VALUE ZERO.
    02 QO-Position PIC 999 VALUE ZERO.

*> Paiement confronté à une quittance ouverte.
01 VerificationQuittance.
    02 QV-Paiement PIC X(01) VALUE "N".
       88 PaiementOrdinaire      VALUE "N".
       88 RemboursementQuittance VALUE "O".
    02 QV-Attendu     PIC S9(11)V99 VALUE ZERO.
    02 QV-Ecart       PIC S9(11)V99 VALUE ZERO.
    02 QV-EcartEdite  PIC Z,ZZZ,ZZ9.99.
    02 QV-Jours       PIC S9(06)    VALUE ZERO.
    02 QV-Interets    PIC 9(9)V99   VALUE ZERO.
    02 QV-Capital     PIC 9(9)V99   VALUE ZERO.
    02 QV-Couru       PIC 9(9)V99   VALUE ZERO.
    02 QV-Revenu      PIC 9(9)V99   VALUE ZERO.

01 ControleLot.
    02 CTL-NombreLus     PIC 9(07)    VALUE ZERO.
    02 CTL-TotalMontants PIC 9(13)V99 VALUE ZERO.
    02 GLW-DatePiece          PIC 9(08) VALUE ZERO.
    02 GLW-HeureLot           PIC 9(08) VALUE ZERO.
    02 CB-NombreLignesGL      PIC 9(07) VALUE ZERO.
    02 CB-LignesGLDepart      PIC 9(07) VALUE ZERO.
    02 GLW-TotalPassage       PIC 9(13)V99 VALUE ZERO.

01 Sorties-Lot.
    02 RLW-InteretsSimple      PIC X(20) VALUE SPACES.
01 Indicateurs-Audit.
    02 Audit-Statut  PIC X(02) VALUE SPACES.

01 LiaisonSauvegarde.
    02 LS-Programme    PIC X(20) VALUE SPACES.
    02 LS-Operateur    PIC X(08) VALUE SPACES.
    02 LS-Resultat     PIC X(01) VALUE SPACE.
       88 SauvegardeFaite      VALUE "O".
       88 SauvegardeSansMaitre VALUE "A".
       88 SauvegardeEchouee    VALUE "E".
    02 LS-StatutMaitre PIC X(02) VALUE SPACES.
    02 LS-Generation   PIC 9(06) VALUE ZERO.

01 EntreesAudit.
    02 AU-Operateur      PIC X(08)   VALUE SPACES.
    02 AU-NumeroCompte   PIC 9(08)   VALUE ZERO.
                PERFORM TraiterCapitalisation
            WHEN ModeAnnuites
                PERFORM TraiterAnnuites
            WHEN ModeCourus
                PERFORM TraiterCourus
            WHEN OTHER
                PERFORM TraiterInteractif
        END-EVALUATE
        WHEN ModeCapitalisation
            MOVE NombreComptesReportes TO JEX-NombreTraites
            MOVE NombreComptesSautes   TO JEX-NombreRejetes
            IF PeriodeComptableFermee
                MOVE "REJETE"   TO JEX-Statut
            ELSE IF SauvegardeEchouee OR MaitrePasDisponible
                MOVE "ANNULEE"  TO JEX-Statut
            ELSE
                MOVE "CAPITALISE" TO JEX-Statut
            END-IF
            END-IF
        WHEN ModeCourus
            MOVE NombreComptesCourus   TO JEX-NombreTraites
            MOVE NombreComptesSautes   TO JEX-NombreRejetes
            IF DateCouruRefusee OR PeriodeComptableFermee
                MOVE "REJETE"   TO JEX-Statut
            ELSE IF SauvegardeEchouee OR MaitrePasDisponible
                MOVE "ANNULEE"  TO JEX-Statut
            ELSE
                MOVE "TERMINE"  TO JEX-Statut
            END-IF
            END-IF
        WHEN ModeReconciliation
            IF ReconciliationAbandonnee
                MOVE "ANNULEE"  TO JEX-Statut
                    SET ModeRefuse TO TRUE
                END-IF
            WHEN ModeCapitalisation
            WHEN ModeCourus
                IF LO-AutCapitalisation NOT = "O"
                    SET ModeRefuse TO TRUE
                END-IF
    DISPLAY "  5 - Réconciliation (taux au dossier contre taux nominal)"
    DISPLAY "  6 - Capitalisation (report des intérêts au solde du fichier maître)"
    DISPLAY "  7 - Annuités (dépôts périodiques et recherche de cible)"
    DISPLAY "  8 - Intérêts courus (couru quotidien au fichier maître et au grand livre)"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  ModeTraitement
    .
    END-IF

    IF LotEquilibre
        PERFORM ChargerQuittances
        PERFORM OuvrirFichiersLot

        IF NOT FinDesTransactions
            IF Exceptions-Statut = "35"
                OPEN OUTPUT ExceptionsFile
            END-IF
            *> L'interface grand livre cumule les écritures de tous
            *> les passages : les lignes déjà au fichier sont comptées
            *> pour que la reprise ne tronque que celles du lot.
            PERFORM CompterLignesGLExistantes
            OPEN EXTEND GrandLivreFile
            IF GrandLivre-Statut = "35"
                OPEN OUTPUT GrandLivreFile
            END-IF
            MOVE ZERO TO CB-NombreLignesRapport
            MOVE ZERO TO CB-NombreLignesGL
            PERFORM CompterLignesAuditExistantes
                MOVE CK-NombreAvances          TO NombreAvancesAppliquees
                MOVE CK-TotalPaiements         TO LOT-TotalPaiements
                MOVE CK-TotalAvances           TO LOT-TotalAvances
                MOVE CK-LignesGLDepart         TO CB-LignesGLDepart
        END-READ
        CLOSE CheckpointFile
    ELSE

ValiderMouvement.
    SET EntreeEstValide TO TRUE
    SET PaiementOrdinaire TO TRUE
    MOVE SPACES TO MotifRejet

    IF E-MontantPresent = ZERO
            MOVE "Fichier maître indisponible" TO MotifRejet
        ELSE
            PERFORM ValiderCompteMaitre
            IF EntreeEstValide AND TransactionPaiement
                PERFORM VerifierQuittance
            END-IF
            IF EntreeEstValide
               AND TransactionPaiement
               AND PaiementOrdinaire
               AND E-MontantPresent > PM-Solde
                SET EntreeEstInvalide TO TRUE
                MOVE "Paiement supérieur au solde du compte" TO MotifRejet
AppliquerMouvement.
    MOVE PM-Solde TO MV-SoldeAvant
    IF TransactionPaiement
        IF RemboursementQuittance
            PERFORM SolderParQuittance
        ELSE
            SUBTRACT E-MontantPresent FROM PM-Solde
            PERFORM ApparierEcheance
        END-IF
    ELSE
        ADD E-MontantPresent TO PM-Solde
    END-IF
    MOVE E-MontantPresent TO AU-MontantPresent
    MOVE ZERO             TO AU-TauxInteret
    MOVE ZERO             TO AU-NombrePeriodes
    IF RemboursementQuittance
        MOVE QV-Interets  TO AU-Interets
    ELSE
        MOVE ZERO         TO AU-Interets
    END-IF
    MOVE MV-SoldeApres    TO AU-MontantFutur
    PERFORM JournaliserCalcul

    END-IF
    .

*> --------------------------------------------------------------------
*> Paiement d'une quittance : la quittance ouverte du compte (la plus
*> récente du registre, non expirée à la date de pièce) ne s'applique
*> qu'à un paiement qui dépasse le versement prévu -- un versement
*> régulier reçu pendant la validité de la quittance passe comme
*> d'habitude. Le montant attendu est celui de la quittance, augmenté
*> (ou diminué) de l'intérêt quotidien pour chaque jour entre la date de
*> remboursement prévue et la date de pièce, sans descendre sous le
*> solde. Un manque ou un excédent est rejeté en exception plutôt que
*> laissé sur le compte.
*> --------------------------------------------------------------------

ChargerQuittances.
    MOVE ZERO TO QO-Nombre
    SET PasFinQuittances TO TRUE
    OPEN INPUT QuittancesFile
    IF Quittances-Statut = "00"
        PERFORM ChargerUneQuittance UNTIL FinDesQuittances
        CLOSE QuittancesFile
    END-IF
    .

ChargerUneQuittance.
    READ QuittancesFile
        AT END
            SET FinDesQuittances TO TRUE
        NOT AT END
            MOVE QT-NumeroCompte TO QO-Recherche
            PERFORM ChercherQuittance
            IF QuittancePasTrouvee
                IF QO-Nombre >= 500
                    DISPLAY "*** Table des quittances pleine (500) -- ",
                            "quittance ", QT-NumeroQuittance, " ignorée ***"
                ELSE
                    ADD 1 TO QO-Nombre
                    SET QO-Index TO QO-Nombre
                    SET QuittanceTrouvee TO TRUE
                END-IF
            END-IF
            IF QuittanceTrouvee
                MOVE QT-NumeroCompte      TO QO-NumeroCompte (QO-Index)
                MOVE QT-NumeroQuittance   TO QO-NumeroQuittance (QO-Index)
                MOVE QT-DateEmission      TO QO-DateEmission (QO-Index)
                MOVE QT-DateRemboursement TO QO-DateRemboursement (QO-Index)
                MOVE QT-Montant           TO QO-Montant (QO-Index)
                MOVE QT-ParJour           TO QO-ParJour (QO-Index)
                MOVE QT-DateExpiration    TO QO-DateExpiration (QO-Index)
            END-IF
    END-READ
    .

ChercherQuittance.
    SET QuittancePasTrouvee TO TRUE
    MOVE ZERO TO QO-Position
    PERFORM ComparerUneQuittance
        VARYING QO-Index FROM 1 BY 1
        UNTIL QO-Index > QO-Nombre OR QuittanceTrouvee
    IF QuittanceTrouvee
        SET QO-Index TO QO-Position
    END-IF
    .

ComparerUneQuittance.
    IF QO-NumeroCompte (QO-Index) = QO-Recherche
        SET QuittanceTrouvee TO TRUE
        SET QO-Position TO QO-Index
    END-IF
    .

VerifierQuittance.
    MOVE E-NumeroCompte TO QO-Recherche
    PERFORM ChercherQuittance
    IF QuittanceTrouvee
       AND QO-DateExpiration (QO-Index) >= GLW-DatePiece
       AND PM-Solde > ZERO
       AND (PM-Versement = ZERO OR E-MontantPresent > PM-Versement)
        PERFORM ConfronterQuittance
    END-IF
    .

*> Un paiement reçu après l'émission a changé le solde sur lequel la
*> quittance a été calculée : elle ne peut plus solder le compte.
ConfronterQuittance.
    IF PM-DateDernierPaiement > QO-DateEmission (QO-Index)
        SET EntreeEstInvalide TO TRUE
        STRING "Quittance "                   DELIMITED BY SIZE
               QO-NumeroQuittance (QO-Index)  DELIMITED BY SIZE
               " périmée (paiement reçu)"     DELIMITED BY SIZE
            INTO MotifRejet
    ELSE
        MOVE QO-DateRemboursement (QO-Index) TO DC-Date
        PERFORM CalculerJourSerie
        MOVE DC-Serie TO DC-SerieDebut
        MOVE GLW-DatePiece TO DC-Date
        PERFORM CalculerJourSerie
        COMPUTE QV-Jours = DC-Serie - DC-SerieDebut
        COMPUTE QV-Attendu = QO-Montant (QO-Index)
                           + QO-ParJour (QO-Index) * QV-Jours
        IF QV-Attendu < PM-Solde
            MOVE PM-Solde TO QV-Attendu
        END-IF
        COMPUTE QV-Ecart = E-MontantPresent - QV-Attendu

        EVALUATE TRUE
            WHEN QV-Ecart = ZERO
                SET RemboursementQuittance TO TRUE
            WHEN QV-Ecart < ZERO
                SET EntreeEstInvalide TO TRUE
                MOVE QV-Ecart TO QV-EcartEdite
                STRING "Quittance "                   DELIMITED BY SIZE
                       QO-NumeroQuittance (QO-Index)  DELIMITED BY SIZE
                       " manque "                     DELIMITED BY SIZE
                       QV-EcartEdite                  DELIMITED BY SIZE
                    INTO MotifRejet
            WHEN OTHER
                SET EntreeEstInvalide TO TRUE
                MOVE QV-Ecart TO QV-EcartEdite
                STRING "Quittance "                   DELIMITED BY SIZE
                       QO-NumeroQuittance (QO-Index)  DELIMITED BY SIZE
                       " excédent "                   DELIMITED BY SIZE
                       QV-EcartEdite                  DELIMITED BY SIZE
                    INTO MotifRejet
        END-EVALUATE
    END-IF
    .

*> Le paiement exact de la quittance solde le compte : le solde va aux
*> prêts en cours, l'intérêt d'abord au cumul couru (intérêts à
*> recevoir), le reste aux revenus d'intérêts. L'échéancier n'a plus
*> d'objet et n'est pas avancé.
SolderParQuittance.
    MOVE PM-Solde TO QV-Capital
    COMPUTE QV-Interets = E-MontantPresent - PM-Solde
    IF PM-InteretCouru > QV-Interets
        MOVE QV-Interets TO QV-Couru
    ELSE
        MOVE PM-InteretCouru TO QV-Couru
    END-IF
    COMPUTE QV-Revenu = QV-Interets - QV-Couru
    MOVE ZERO TO PM-Solde
    SUBTRACT QV-Couru FROM PM-InteretCouru
    MOVE GLW-DatePiece TO PM-DateCouru
    MOVE ZERO TO PM-PaiementPartiel
    MOVE GLW-DatePiece TO PM-DateDernierPaiement
    .

*> --------------------------------------------------------------------
*> Rapprochement du paiement avec l'échéancier du compte : le montant
*> reçu s'ajoute au paiement partiel de l'échéance courante, et chaque
*> versement prévu entièrement couvert fait avancer la prochaine
*> échéance d'un mois (un paiement anticipé couvre autant d'échéances
*> qu'il le permet). Un compte sans versement prévu n'a pas
*> d'échéancier : seule la date du dernier paiement est retenue.
*> --------------------------------------------------------------------

ApparierEcheance.
    IF PM-Versement > ZERO AND PM-DateEcheance NOT = ZERO
        ADD E-MontantPresent TO PM-PaiementPartiel
        PERFORM AvancerEcheance
            UNTIL PM-PaiementPartiel < PM-Versement
    END-IF
    MOVE GLW-DatePiece TO PM-DateDernierPaiement
    .

*> Le jour d'ancrage de l'échéancier est repris à chaque mois et ramené
*> au dernier jour des mois trop courts : une échéance du 31 passe au
*> 28 février puis revient au 31 mars.
AvancerEcheance.
    SUBTRACT PM-Versement FROM PM-PaiementPartiel
    MOVE PM-DateEcheance TO DC-Date
    IF DC-Mois = 12
        MOVE 1 TO DC-Mois
        ADD 1 TO DC-Annee
    ELSE
        ADD 1 TO DC-Mois
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

EcrireLigneMouvement.
    INITIALIZE EnrRapportMouvement
    MOVE E-NumeroCompte TO RM-NumeroCompte
    MOVE E-NumeroClient TO RM-NumeroClient
    IF RemboursementQuittance
        MOVE "QUITTANCE" TO RM-Libelle
    ELSE IF TransactionPaiement
        MOVE "PAIEMENT"  TO RM-Libelle
    ELSE
        MOVE "AVANCE"    TO RM-Libelle
    END-IF
    END-IF
    MOVE E-MontantPresent TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte         TO RM-Montant
    IF TransactionPaiement AND PM-DateEcheance NOT = ZERO
        IF PM-DateEcheance <= GLW-DatePiece
            STRING "RETARD   "      DELIMITED BY SIZE
                   PM-DateEcheance  DELIMITED BY SIZE
                INTO RM-Echeance
        ELSE
            STRING "ECHEANCE "      DELIMITED BY SIZE
                   PM-DateEcheance  DELIMITED BY SIZE
                INTO RM-Echeance
        END-IF
    END-IF
    MOVE MV-SoldeAvant    TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte         TO RM-SoldeAvant
        MOVE GLW-IdLot        TO GL-IdLot
        PERFORM EmpilerEcritureGL

        IF RemboursementQuittance
            PERFORM EcrireCreditsQuittance
        ELSE
            IF TransactionPaiement
                MOVE GLW-ComptePrets    TO GL-CompteGL
            ELSE
                MOVE GLW-CompteEncaisse TO GL-CompteGL
            END-IF
            MOVE "C"              TO GL-SensDC
            PERFORM EmpilerEcritureGL
            ADD 2 TO CB-NombreLignesGL
        END-IF
    END-IF
    .

*> Le crédit d'un paiement de quittance se répartit entre le solde du
*> prêt, le cumul des intérêts courus et l'intérêt non encore couru.
EcrireCreditsQuittance.
    MOVE "C"                 TO GL-SensDC
    MOVE GLW-ComptePrets     TO GL-CompteGL
    MOVE QV-Capital          TO GL-Montant
    PERFORM EmpilerEcritureGL
    ADD 2 TO CB-NombreLignesGL
    IF QV-Couru > ZERO
        MOVE GLW-CompteARecevoir TO GL-CompteGL
        MOVE QV-Couru            TO GL-Montant
        PERFORM EmpilerEcritureGL
        ADD 1 TO CB-NombreLignesGL
    END-IF
    IF QV-Revenu > ZERO
        MOVE GLW-CompteRevenus   TO GL-CompteGL
        MOVE QV-Revenu           TO GL-Montant
        PERFORM EmpilerEcritureGL
        ADD 1 TO CB-NombreLignesGL
    END-IF
    .

    MOVE NombreAvancesAppliquees   TO CK-NombreAvances
    MOVE LOT-TotalPaiements        TO CK-TotalPaiements
    MOVE LOT-TotalAvances          TO CK-TotalAvances
    MOVE CB-LignesGLDepart         TO CK-LignesGLDepart
    WRITE EnrCheckpoint
    CLOSE CheckpointFile
    DISPLAY "Point de contrôle enregistré après ", CB-NombreLignesLues, " ligne(s)"
*> Interface grand livre : chaque transaction traitée produit une paire
*> d'écritures équilibrées -- débit aux intérêts à recevoir, crédit aux
*> revenus d'intérêts -- au montant des intérêts composés. Le contrôle
*> qui clôt les écritures du lot porte le nombre d'écritures, les
*> totaux des débits et des crédits (tous deux égaux au total des
*> intérêts du lot) et la preuve zéro de leur différence, pour que le
*> système comptable charge le fichier sans ressaisie.
*> --------------------------------------------------------------------

*> La période comptable est déjà vérifiée avant l'ouverture du lot ; le
*> rejetés en exception.
OuvrirPretMaitre.
    SET MaitrePasDisponible TO TRUE
    PERFORM SauvegarderMaitre
    IF SauvegardeEchouee
        DISPLAY "*** Avertissement : copie de génération du fichier maître ",
                "impossible -- fichier maître non ouvert, mouvements rejetés ***"
    ELSE
        OPEN I-O PretMaitreFile
        IF PretMaitre-Statut = "00"
            SET MaitreEstDisponible TO TRUE
        ELSE
            DISPLAY "*** Avertissement : fichier maître des prêts indisponible (statut ",
                     PretMaitre-Statut, ") -- validation des comptes sautée ***"
        END-IF
    END-IF
    .

*> Copie de génération du fichier maître avant toute ouverture en
*> entrée-sortie : un passage raté se défait par SSH5201-Generations.
SauvegarderMaitre.
    MOVE "SSH5201-Interets" TO LS-Programme
    MOVE AU-Operateur       TO LS-Operateur
    CALL "SSH5201-Sauvegarde" USING LiaisonSauvegarde
    .

ValiderCompteMaitre.
    IF MaitreEstDisponible
        MOVE E-NumeroCompte TO PM-NumeroCompte
        SET PasFinCopie TO TRUE
        PERFORM CompterLigneReelleGL UNTIL FinDeCopie
        CLOSE GrandLivreTexte
        IF CB-LignesReelles > CB-LignesGLDepart + CB-NombreLignesGL
            PERFORM TronquerGrandLivre
        END-IF
    END-IF
    END-READ
    .

CompterLignesGLExistantes.
    MOVE ZERO TO CB-LignesGLDepart
    OPEN INPUT GrandLivreTexte
    IF GrandLivreTexte-Statut = "00"
        SET PasFinCopie TO TRUE
        PERFORM CompterUneLigneGLExistante UNTIL FinDeCopie
        CLOSE GrandLivreTexte
    END-IF
    .

CompterUneLigneGLExistante.
    READ GrandLivreTexte
        AT END
            SET FinDeCopie TO TRUE
        NOT AT END
            ADD 1 TO CB-LignesGLDepart
    END-READ
    .

CompterLignesAuditExistantes.
    MOVE ZERO TO CB-NombreLignesAudit
    OPEN INPUT AuditTexte
            SET FinDeCopie TO TRUE
        NOT AT END
            ADD 1 TO CB-LigneCourante
            IF CB-LigneCourante <= CB-LignesGLDepart + CB-NombreLignesGL
                WRITE EnrGrandLivreTemp FROM EnrGrandLivreTexte
            ELSE
                SET FinDeCopie TO TRUE
    MOVE ZERO TO NombreComptesReportes
    MOVE ZERO TO NombreComptesSautes
    SET PasFinMaitre TO TRUE
    SET MaitreEstDisponible TO TRUE
    ACCEPT CAP-DateJour FROM DATE YYYYMMDD

    *> Les reports passent au grand livre à la date du jour : la période
    *> comptable est vérifiée avant de toucher au fichier maître.
    MOVE CAP-DateJour TO GLW-DatePiece
    PERFORM VerifierPeriodeComptable

    IF PeriodeComptableFermee
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SauvegarderMaitre
        IF SauvegardeEchouee
            DISPLAY SPACE
            DISPLAY "*** Erreur : copie de génération du fichier maître impossible -- ",
                    "capitalisation annulée ***"
            MOVE 8 TO RETURN-CODE
        ELSE
            OPEN I-O PretMaitreFile
            IF PretMaitre-Statut NOT = "00"
                DISPLAY SPACE
                DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                         PretMaitre-Statut, ") -- capitalisation annulée ***"
                SET MaitrePasDisponible TO TRUE
                MOVE 8 TO RETURN-CODE
            ELSE
                SET MaitreEstDisponible TO TRUE
                OPEN OUTPUT RapportCapFile
                *> Le journal d'audit reste ouvert pour toute la passe : un
                *> aller-retour d'ouverture par compte ruinait le parcours du
                *> fichier maître complet.
                PERFORM OuvrirAudit
                SET AuditTenuOuvert TO TRUE
                PERFORM OuvrirGrandLivrePassage
                MOVE SPACES TO GLW-IdLot
                STRING "CAP"              DELIMITED BY SIZE
                       GLW-DatePiece      DELIMITED BY SIZE
                       GLW-HeureLot (1:4) DELIMITED BY SIZE
                    INTO GLW-IdLot

                DISPLAY SPACE
                DISPLAY "Capitalisation des intérêts au fichier maître des prêts"
                DISPLAY Separateur

                PERFORM LirePretMaitre
                PERFORM CapitaliserUnCompte UNTIL FinDeMaitre

                PERFORM EcrireTotauxCapitalisation
                PERFORM EcrireControleGLPassage
                PERFORM FermerAudit
                SET AuditTenuFerme TO TRUE
                CLOSE RapportCapFile
                CLOSE GrandLivreFile
                CLOSE PretMaitreFile

                DISPLAY SPACE
                DISPLAY "Capitalisation terminée -- ", NombreComptesReportes,
                         " compte(s) reporté(s), ", NombreComptesSautes, " compte(s) sauté(s)"
            END-IF
        END-IF
    END-IF
    .

    MOVE PM-Solde       TO E-MontantPresent
    MOVE PM-TauxDossier TO E-TauxInteret
    MOVE 1              TO E-NombrePeriodes
    MOVE ZERO           TO E-Convention
    PERFORM ValiderEntrees

    IF PM-Solde = ZERO AND PM-InteretCouru = ZERO
        SET EntreeEstInvalide TO TRUE
        MOVE "Solde nul -- rien à capitaliser" TO MotifRejet
    END-IF
        ADD 1 TO NombreComptesSautes
    ELSE
        MOVE PM-Solde TO CAP-SoldeAvant
        *> Un compte suivi par les intérêts courus reporte son cumul,
        *> rattrapé jusqu'à la date du jour, et le vire des intérêts à
        *> recevoir ; un compte jamais couru garde le report d'une
        *> période, constaté directement aux revenus d'intérêts.
        IF PM-DateCouru = ZERO
            COMPUTE O-TauxFraction ROUNDED = PM-TauxDossier / 100
            COMPUTE CAP-Interets ROUNDED = PM-Solde * O-TauxFraction
            MOVE GLW-CompteRevenus TO CAP-CompteCredit
        ELSE
            IF PM-DateCouru < CAP-DateJour
                MOVE CAP-DateJour TO COU-DateCouru
                MOVE PM-DateCouru TO COU-DateDepart
                PERFORM CalculerCouru
                IF EntreeEstValide
                    ADD COU-Interets TO PM-InteretCouru
                    MOVE CAP-DateJour TO PM-DateCouru
                    IF COU-Interets > ZERO
                        PERFORM EcrireEcrituresGLCouru
                    END-IF
                ELSE
                    DISPLAY "Compte ", PM-NumeroCompte,
                            " : couru non rattrapé -- ", MotifRejet
                END-IF
            END-IF
            MOVE PM-InteretCouru     TO CAP-Interets
            MOVE ZERO                TO PM-InteretCouru
            MOVE GLW-CompteARecevoir TO CAP-CompteCredit
        END-IF
        ADD CAP-SoldeAvant, CAP-Interets GIVING CAP-SoldeApres

        MOVE CAP-SoldeApres TO PM-Solde
        MOVE CAP-DateJour   TO PM-DateCapitalisation
        REWRITE EnrPretMaitre
        PERFORM EcrireEcrituresGLCapitalisation

        PERFORM EcrireLigneCapitalisation
        ADD 1 TO NombreComptesReportes
    WRITE EnrRapportCapTotaux
    .

*> L'intérêt reporté au solde passe aux prêts en cours : au débit de
*> 120100, au crédit des intérêts à recevoir (cumul des courus) ou des
*> revenus d'intérêts (compte jamais couru).
EcrireEcrituresGLCapitalisation.
    IF CAP-Interets > ZERO
        INITIALIZE EnrGrandLivre
        MOVE "E"              TO GL-TypeEnr
        MOVE GLW-ComptePrets  TO GL-CompteGL
        MOVE "D"              TO GL-SensDC
        MOVE CAP-Interets     TO GL-Montant
        MOVE PM-NumeroCompte  TO GL-NumeroCompte
        MOVE GLW-DatePiece    TO GL-DatePiece
        MOVE GLW-IdLot        TO GL-IdLot
        WRITE EnrGrandLivre

        MOVE CAP-CompteCredit TO GL-CompteGL
        MOVE "C"              TO GL-SensDC
        WRITE EnrGrandLivre
        ADD 2 TO CB-NombreLignesGL
        ADD CAP-Interets TO GLW-TotalPassage
    END-IF
    .

*> --------------------------------------------------------------------
*> Écritures grand livre de la capitalisation et des intérêts courus :
*> ajoutées à l'interface comme celles du lot, sous leur propre
*> identifiant (CAP ou COU, date et heure du passage), et closes par un
*> enregistrement de contrôle T quand le passage en a produit.
*> --------------------------------------------------------------------

OuvrirGrandLivrePassage.
    MOVE ZERO TO CB-NombreLignesGL
    MOVE ZERO TO GLW-TotalPassage
    ACCEPT GLW-HeureLot FROM TIME
    OPEN EXTEND GrandLivreFile
    IF GrandLivre-Statut = "35"
        OPEN OUTPUT GrandLivreFile
    END-IF
    .

EcrireControleGLPassage.
    IF CB-NombreLignesGL > ZERO
        INITIALIZE EnrGrandLivreControle
        MOVE "T"               TO GT-TypeEnr
        MOVE CB-NombreLignesGL TO GT-NombreEcritures
        MOVE GLW-TotalPassage  TO GT-TotalDebits
        MOVE GLW-TotalPassage  TO GT-TotalCredits
        COMPUTE GT-PreuveZero = GT-TotalDebits - GT-TotalCredits
        WRITE EnrGrandLivreControle
        DISPLAY "Interface grand livre : ", GT-NombreEcritures,
                 " écriture(s), preuve zéro vérifiée"
    END-IF
    .

*> --------------------------------------------------------------------
*> Intérêts courus : chaque jour, l'intérêt de chaque compte actif depuis
*> son dernier couru (ou sa dernière capitalisation pour un premier
*> couru) est calculé sur le solde au taux au dossier -- taux annuel,
*> jours comptés selon la convention du compte (Actual/365 par défaut,
*> Actual/360 ou 30/360), comme les durées en dates civiles -- ajouté
*> au cumul des courus du fichier maître et constaté au grand livre
*> (débit 110500, crédit 410100). Un compte déjà couru à la date
*> d'arrêté est sauté : relancer le passage ne double pas le couru. La
*> capitalisation reporte ensuite le cumul au solde.
*> --------------------------------------------------------------------

TraiterCourus.
    MOVE ZERO TO NombreComptesCourus
    MOVE ZERO TO NombreComptesSautes
    MOVE ZERO TO COU-TotalInterets
    MOVE ZERO TO COU-TotalCumul
    SET PasFinMaitre TO TRUE
    SET MaitreEstDisponible TO TRUE
    PERFORM ObtenirDateCouru

    IF DateCouruRefusee
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE COU-DateCouru TO GLW-DatePiece
        PERFORM VerifierPeriodeComptable
    END-IF

    IF DateCouruRefusee
        CONTINUE
    ELSE IF PeriodeComptableFermee
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SauvegarderMaitre
        IF SauvegardeEchouee
            DISPLAY SPACE
            DISPLAY "*** Erreur : copie de génération du fichier maître impossible -- ",
                    "intérêts courus annulés ***"
            MOVE 8 TO RETURN-CODE
        ELSE
            OPEN I-O PretMaitreFile
            IF PretMaitre-Statut NOT = "00"
                DISPLAY SPACE
                DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                         PretMaitre-Statut, ") -- intérêts courus annulés ***"
                SET MaitrePasDisponible TO TRUE
                MOVE 8 TO RETURN-CODE
            ELSE
                SET MaitreEstDisponible TO TRUE
                OPEN OUTPUT RapportCourusFile
                PERFORM EcrireEnteteCourus
                PERFORM OuvrirAudit
                SET AuditTenuOuvert TO TRUE
                PERFORM OuvrirGrandLivrePassage
                MOVE SPACES TO GLW-IdLot
                STRING "COU"              DELIMITED BY SIZE
                       GLW-DatePiece      DELIMITED BY SIZE
                       GLW-HeureLot (1:4) DELIMITED BY SIZE
                    INTO GLW-IdLot

                DISPLAY SPACE
                DISPLAY "Intérêts courus au ", COU-DateCouru
                DISPLAY Separateur

                PERFORM LirePretMaitre
                PERFORM CourirUnCompte UNTIL FinDeMaitre

                PERFORM EcrireTotauxCourus
                PERFORM EcrireControleGLPassage
                PERFORM FermerAudit
                SET AuditTenuFerme TO TRUE
                CLOSE RapportCourusFile
                CLOSE GrandLivreFile
                CLOSE PretMaitreFile

                MOVE COU-TotalInterets TO MF-Montant
                PERFORM FormaterMontant
                DISPLAY SPACE
                DISPLAY "Intérêts courus terminés -- ", NombreComptesCourus,
                         " compte(s) couru(s) pour ", MF-Texte, ", ",
                         NombreComptesSautes, " compte(s) sauté(s)"
                MOVE ZERO TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    END-IF
    .

*> Date d'arrêté des courus : la date du jour par défaut (et toujours en
*> exécution pilotée) ; une date saisie doit être une date civile valide
*> qui ne dépasse pas la date du jour. Un compte déjà couru jusqu'à
*> cette date ou au-delà est sauté au passage.
ObtenirDateCouru.
    SET DateCouruAcceptee TO TRUE
    ACCEPT COU-DateJour FROM DATE YYYYMMDD
    MOVE COU-DateJour TO COU-DateCouru
    IF NOT ExecutionPilotee
        DISPLAY "Date d'arrêté des courus (AAAAMMJJ, 0 = aujourd'hui) :  "
            WITH NO ADVANCING
        ACCEPT  COU-DateSaisie
        IF COU-DateSaisie NOT = ZERO
            MOVE COU-DateSaisie TO DC-Date
            PERFORM ValiderDateCivile
            IF DateEstInvalide
                DISPLAY "*** Date d'arrêté invalide -- intérêts courus ",
                        "annulés ***"
                SET DateCouruRefusee TO TRUE
            ELSE IF COU-DateSaisie > COU-DateJour
                DISPLAY "*** Date d'arrêté postérieure à la date du jour -- ",
                        "intérêts courus annulés ***"
                SET DateCouruRefusee TO TRUE
            ELSE
                MOVE COU-DateSaisie TO COU-DateCouru
            END-IF
            END-IF
        END-IF
    END-IF
    .

CourirUnCompte.
    SET EntreeEstValide TO TRUE
    MOVE SPACES TO MotifRejet
    MOVE SPACES TO COU-Remarque
    MOVE ZERO   TO COU-Interets
    MOVE ZERO   TO COU-ParJour
    MOVE ZERO   TO DC-NombreJours

    EVALUATE TRUE
        WHEN CompteFerme
            SET EntreeEstInvalide TO TRUE
            MOVE "Compte fermé au fichier maître" TO MotifRejet
        WHEN PM-DateCouru >= COU-DateCouru
            SET EntreeEstInvalide TO TRUE
            MOVE "Déjà couru à cette date" TO MotifRejet
        WHEN PM-DateCouru NOT = ZERO
            MOVE PM-DateCouru TO COU-DateDepart
        WHEN PM-DateCapitalisation NOT = ZERO
         AND PM-DateCapitalisation < COU-DateCouru
            MOVE PM-DateCapitalisation TO COU-DateDepart
        WHEN OTHER
            *> Premier couru sans capitalisation antérieure : le cumul
            *> part de la date d'arrêté.
            MOVE COU-DateCouru TO COU-DateDepart
            MOVE "DÉPART"      TO COU-Remarque
    END-EVALUATE

    IF EntreeEstInvalide
        ADD 1 TO NombreComptesSautes
    ELSE
        IF COU-DateDepart < COU-DateCouru AND PM-Solde > ZERO
            PERFORM CalculerCouru
        END-IF
        IF EntreeEstInvalide
            DISPLAY "Compte ", PM-NumeroCompte, " sauté : ", MotifRejet
            ADD 1 TO NombreComptesSautes
        ELSE
            ADD COU-Interets TO PM-InteretCouru
            MOVE COU-DateCouru TO PM-DateCouru
            REWRITE EnrPretMaitre
            IF COU-Interets > ZERO
                PERFORM EcrireEcrituresGLCouru
            END-IF
            PERFORM EcrireLigneCourus
            ADD 1 TO NombreComptesCourus
            ADD COU-Interets    TO COU-TotalInterets
            ADD PM-InteretCouru TO COU-TotalCumul

            MOVE "COURU-QUOTID"  TO AU-TypeCalcul
            MOVE PM-NumeroCompte TO AU-NumeroCompte
            MOVE PM-NumeroClient TO AU-NumeroClient
            MOVE PM-Solde        TO AU-MontantPresent
            MOVE PM-TauxDossier  TO AU-TauxInteret
            MOVE DC-NombreJours  TO AU-NombrePeriodes
            MOVE COU-Interets    TO AU-Interets
            MOVE PM-InteretCouru TO AU-MontantFutur
            MOVE ZERO            TO AU-TauxEffectif
            PERFORM JournaliserCalcul
        END-IF
    END-IF

    PERFORM LirePretMaitre
    .

*> Le taux au dossier est validé contre la politique de prêt et les
*> dates contre le calendrier réel (ValiderEntrees), puis l'intérêt est
*> compté en jours sur la base de la convention : l'intérêt par jour
*> est affiché au rapport, l'intérêt de la période n'est arrondi qu'une
*> fois, sur le nombre de jours courus.
CalculerCouru.
    MOVE PM-Solde        TO E-MontantPresent
    MOVE PM-TauxDossier  TO E-TauxInteret
    MOVE COU-DateDepart  TO E-DateDebut
    MOVE COU-DateCouru   TO E-DateValeur
    MOVE PM-Convention   TO E-Convention
    IF ConventionPeriodes
        SET ConventionAct365 TO TRUE
    END-IF
    PERFORM ValiderEntrees
    MOVE ZERO TO COU-Interets
    MOVE ZERO TO COU-ParJour
    IF EntreeEstValide
        COMPUTE O-TauxFraction ROUNDED = PM-TauxDossier / 100
        COMPUTE COU-ParJour ROUNDED =
            PM-Solde * O-TauxFraction / DC-Base
        COMPUTE COU-Interets ROUNDED =
            PM-Solde * O-TauxFraction * DC-NombreJours / DC-Base
    END-IF
    .

EcrireEcrituresGLCouru.
    INITIALIZE EnrGrandLivre
    MOVE "E"                 TO GL-TypeEnr
    MOVE GLW-CompteARecevoir TO GL-CompteGL
    MOVE "D"                 TO GL-SensDC
    MOVE COU-Interets        TO GL-Montant
    MOVE PM-NumeroCompte     TO GL-NumeroCompte
    MOVE GLW-DatePiece       TO GL-DatePiece
    MOVE GLW-IdLot           TO GL-IdLot
    WRITE EnrGrandLivre

    MOVE GLW-CompteRevenus   TO GL-CompteGL
    MOVE "C"                 TO GL-SensDC
    WRITE EnrGrandLivre
    ADD 2 TO CB-NombreLignesGL
    ADD COU-Interets TO GLW-TotalPassage
    .

EcrireEnteteCourus.
    MOVE SPACES TO EnrRapportCourusTexte
    STRING "Intérêts courus au " DELIMITED BY SIZE
           COU-DateCouru         DELIMITED BY SIZE
        INTO EnrRapportCourusTexte
    WRITE EnrRapportCourusTexte
    MOVE SPACES TO EnrRapportCourusTexte
    STRING "Compte    Solde                 Taux   Conv.    Jours  "
               DELIMITED BY SIZE
           "Par jour              Intérêt couru         Cumul couru"
               DELIMITED BY SIZE
        INTO EnrRapportCourusTexte
    WRITE EnrRapportCourusTexte
    .

EcrireLigneCourus.
    INITIALIZE EnrRapportCourus
    MOVE PM-NumeroCompte TO RQ-NumeroCompte
    MOVE PM-Solde        TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RQ-Solde
    MOVE PM-TauxDossier  TO RQ-Taux
    EVALUATE TRUE
        WHEN ConventionAct360
            MOVE "ACT/360" TO RQ-Convention
        WHEN Convention30360
            MOVE "30/360"  TO RQ-Convention
        WHEN OTHER
            MOVE "ACT/365" TO RQ-Convention
    END-EVALUATE
    MOVE DC-NombreJours  TO RQ-Jours
    MOVE COU-ParJour     TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RQ-ParJour
    MOVE COU-Interets    TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RQ-Interets
    MOVE PM-InteretCouru TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RQ-Cumul
    MOVE COU-Remarque    TO RQ-Remarque
    WRITE EnrRapportCourus
    .

EcrireTotauxCourus.
    MOVE SPACES TO EnrRapportCourusTexte
    WRITE EnrRapportCourusTexte
    MOVE NombreComptesCourus TO BAL-CompteurEdite
    MOVE COU-TotalInterets   TO BAL-MontantEdite
    STRING "Comptes courus : "     DELIMITED BY SIZE
           BAL-CompteurEdite       DELIMITED BY SIZE
           "   Intérêts du jour : " DELIMITED BY SIZE
           BAL-MontantEdite        DELIMITED BY SIZE
        INTO EnrRapportCourusTexte
    WRITE EnrRapportCourusTexte
    MOVE SPACES TO EnrRapportCourusTexte
    MOVE NombreComptesSautes TO BAL-CompteurEdite
    MOVE COU-TotalCumul      TO BAL-MontantEdite
    STRING "Comptes sautés : "     DELIMITED BY SIZE
           BAL-CompteurEdite       DELIMITED BY SIZE
           "   Cumul des courus  : " DELIMITED BY SIZE
           BAL-MontantEdite        DELIMITED BY SIZE
        INTO EnrRapportCourusTexte
    WRITE EnrRapportCourusTexte
    .

*> --------------------------------------------------------------------
*> Annuités : série de dépôts périodiques de fin de période. Les deux
*> premiers sous-modes évaluent la série (valeur future, valeur
