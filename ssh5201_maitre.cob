*> pret_maitre_nouveau.dat avec l'état A (actif) sur chaque compte ;
*> l'exploitant remplace ensuite pret_maitre.dat par le fichier converti
*> et relance. La conversion est consignée au journal du fichier maître.
*> 2026-10-15 : Le compte porte maintenant sa succursale et son
*> échéancier -- versement prévu, date de la prochaine échéance (et son
*> jour d'ancrage dans le mois), paiement partiel reçu sur l'échéance
*> courante et date du dernier paiement -- saisis à la création et
*> modifiables ici, chaque changement consigné au journal. Les paiements
*> du lot de SSH5201-Interets sont rapprochés de cet échéancier et
*> SSH5201-Retards en tire le classement des retards. L'enregistrement
*> s'allonge encore : la conversion unique relit maintenant le tracé
*> précédent (avec l'état de compte) et recopie chaque compte avec un
*> échéancier à zéro, à compléter par la modification du compte.
*> 2026-10-15 : Le compte porte son mode de paiement (D = prélèvement
*> automatique, M = manuel) et, pour un prélèvement, l'institution, le
*> transit et le compte bancaire débités par SSH5201-Prelevements --
*> saisis à la création, modifiables ici et consignés au journal. La
*> conversion unique relit maintenant le tracé avec l'échéancier et
*> recopie chaque compte en paiement manuel.
*> 2026-10-15 : Le compte porte sa convention de décompte des jours
*> (Actual/365, Actual/360 ou 30/360), saisie à la création et
*> modifiable ici, et le cumul de ses intérêts courus avec la date du
*> dernier couru, tenus par les intérêts courus et la capitalisation de
*> SSH5201-Interets et affichés avec le compte. La conversion unique
*> relit maintenant le tracé avec le mode de paiement et recopie chaque
*> compte en Actual/365, sans intérêt couru.
*> 2026-10-15 : Le compte porte son type de taux (F = fixe, V =
*> variable) et, pour un taux variable, l'indice de référence et l'écart
*> en points sur l'indice, que la révision des taux de SSH5201-Revision
*> applique au taux au dossier -- saisis à la création, modifiables ici
*> et consignés au journal. La conversion unique relit maintenant le
*> tracé avec les intérêts courus et recopie chaque compte à taux fixe.
*> 2026-10-15 : Copie de génération du fichier maître
*> (SSH5201-Sauvegarde) avant l'ouverture en entrée-sortie ; sans copie,
*> l'entretien est refusé (sauf la conversion d'un ancien tracé, qui
*> n'écrit pas dans pret_maitre.dat).
*> 2026-10-15 : La conversion unique reconnaît aussi le tracé d'origine
*> (38 octets, avec l'état de compte) et le recopie directement au tracé
*> courant, chaque nouveau champ à sa valeur par défaut. La date
*> d'échéance est validée contre la longueur réelle du mois (années
*> bissextiles comprises).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS AM-NumeroCompte
                          FILE STATUS IS AncienMaitre-Statut.
    SELECT BaseMaitre     ASSIGN TO "pret_maitre.dat"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS BM-NumeroCompte
                          FILE STATUS IS BaseMaitre-Statut.
    SELECT NouveauMaitre  ASSIGN TO "pret_maitre_nouveau.dat"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
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

*> Ancien tracé du fichier maître (avant le type de taux), pour la
*> conversion unique d'un fichier écrit avant le changement de format.
FD  AncienMaitre.
01  EnrAncienMaitre.
    02 AM-Solde               PIC 9(9)V99.
    02 AM-TauxDossier         PIC 99V99.
    02 AM-DateCapitalisation  PIC 9(08).
    02 AM-EtatCompte          PIC X(01).
    02 AM-Succursale          PIC 9(03).
    02 AM-Versement           PIC 9(9)V99.
    02 AM-DateEcheance        PIC 9(08).
    02 AM-JourEcheance        PIC 9(02).
    02 AM-PaiementPartiel     PIC 9(9)V99.
    02 AM-DateDernierPaiement PIC 9(08).
    02 AM-ModePaiement        PIC X(01).
    02 AM-InstitutionBanque   PIC 9(03).
    02 AM-TransitBanque       PIC 9(05).
    02 AM-CompteBanque        PIC X(12).
    02 AM-Convention          PIC 9(01).
    02 AM-InteretCouru        PIC 9(9)V99.
    02 AM-DateCouru           PIC 9(08).

*> Tracé d'origine du fichier maître (l'état de compte seulement), pour
*> un fichier qui n'a connu aucun des allongements suivants.
FD  BaseMaitre.
01  EnrBaseMaitre.
    02 BM-NumeroCompte        PIC 9(08).
    02 BM-NumeroClient        PIC 9(06).
    02 BM-Solde               PIC 9(9)V99.
    02 BM-TauxDossier         PIC 99V99.
    02 BM-DateCapitalisation  PIC 9(08).
    02 BM-EtatCompte          PIC X(01).

FD  NouveauMaitre.
01  EnrNouveauMaitre.
    02 NM-TauxDossier         PIC 99V99.
    02 NM-DateCapitalisation  PIC 9(08).
    02 NM-EtatCompte          PIC X(01).
    02 NM-Succursale          PIC 9(03).
    02 NM-Versement           PIC 9(9)V99.
    02 NM-DateEcheance        PIC 9(08).
    02 NM-JourEcheance        PIC 9(02).
    02 NM-PaiementPartiel     PIC 9(9)V99.
    02 NM-DateDernierPaiement PIC 9(08).
    02 NM-ModePaiement        PIC X(01).
    02 NM-InstitutionBanque   PIC 9(03).
    02 NM-TransitBanque       PIC 9(05).
    02 NM-CompteBanque        PIC X(12).
    02 NM-Convention          PIC 9(01).
    02 NM-InteretCouru        PIC 9(9)V99.
    02 NM-DateCouru           PIC 9(08).
    02 NM-TypeTaux            PIC X(01).
    02 NM-CodeIndice          PIC X(04).
    02 NM-EcartIndice         PIC S99V99 SIGN LEADING SEPARATE.

FD  JournalFile.
01  EnrJournalMaitre.
    02 PretMaitre-Statut   PIC X(02) VALUE SPACES.
    02 Journal-Statut      PIC X(02) VALUE SPACES.
    02 AncienMaitre-Statut PIC X(02) VALUE SPACES.
    02 BaseMaitre-Statut   PIC X(02) VALUE SPACES.
    02 NouveauMaitre-Statut PIC X(02) VALUE SPACES.

01 Conversion.
    02 FinAncien         PIC X(01) VALUE "N".
       88 PasFinAncien VALUE "N".
       88 FinDeAncien  VALUE "O".
    02 CO-Trace          PIC X(01) VALUE "A".
       88 TraceAncien VALUE "A".
       88 TraceDeBase VALUE "B".
    02 CO-NombreConvertis PIC 9(07) VALUE ZERO.
    02 CO-NombreEdite     PIC ZZZZZZ9.

    02 EE-NumeroClient PIC 9(06)   VALUE ZERO.
    02 EE-Solde        PIC 9(9)V99 VALUE ZERO.
    02 EE-TauxDossier  PIC 99V99   VALUE ZERO.
    02 EE-Succursale   PIC 9(03)   VALUE ZERO.
    02 EE-Versement    PIC 9(9)V99 VALUE ZERO.
    02 EE-DateEcheance PIC 9(08)   VALUE ZERO.
    02 EE-DateEcheanceR REDEFINES EE-DateEcheance.
       03 EE-AnneeEcheance PIC 9(04).
       03 EE-MoisEcheance  PIC 9(02).
       03 EE-JourEcheance  PIC 9(02).
    02 EE-DateValide   PIC X(01)   VALUE "O".
       88 DateEcheanceValide   VALUE "O".
       88 DateEcheanceInvalide VALUE "N".
    02 EE-JoursDansMois PIC 9(02)  VALUE ZERO.
    02 EE-Quotient      PIC 9(04)  VALUE ZERO.
    02 EE-Reste         PIC 9(04)  VALUE ZERO.
    02 EE-ModePaiement PIC X(01)   VALUE SPACE.
       88 EE-ModeConnu        VALUE "D", "M", " ".
       88 EE-ModePreautorise  VALUE "D".
    02 EE-InstitutionBanque PIC 9(03) VALUE ZERO.
    02 EE-TransitBanque     PIC 9(05) VALUE ZERO.
    02 EE-CompteBanque      PIC X(12) VALUE SPACES.
    02 EE-Reponse           PIC X(01) VALUE "N".
       88 EE-ReponseOui VALUE "O", "o".
    02 EE-Convention        PIC 9(01) VALUE ZERO.
       88 EE-ConventionConnue VALUE 1 THRU 3.
    02 EE-TypeTaux          PIC X(01) VALUE SPACE.
       88 EE-TypeConnu        VALUE "F", "V", " ".
       88 EE-TypeVariable     VALUE "V".
    02 EE-CodeIndice        PIC X(04) VALUE SPACES.
    02 EE-Ecart             PIC 99V99 VALUE ZERO.
    02 EE-SigneEcart        PIC X(01) VALUE "+".
       88 EE-EcartNegatif     VALUE "-".
    02 EE-EcartIndice       PIC S99V99 VALUE ZERO.

*> Longueur des mois d'une année ordinaire ; février prend un jour de
*> plus dans une année bissextile.
01 TableJoursMois.
    02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 TableJoursMoisR REDEFINES TableJoursMois.
    02 JoursMois OCCURS 12 TIMES PIC 9(02).

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
    02 ED-NouvelleValeur PIC X(20) VALUE SPACES.
    02 ED-Montant        PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 ED-Taux           PIC Z9.99.
    02 ED-CodeConvention PIC 9(01) VALUE ZERO.
    02 ED-Ecart          PIC +Z9.99.
    02 ED-Convention     PIC X(07) VALUE SPACES.
    02 ED-Succursale     PIC 9(03).
    02 ED-Banque.
       03 ED-Institution PIC 9(03).
       03 ED-TiretA      PIC X(01) VALUE "-".
       03 ED-Transit     PIC 9(05).

01 CompteursEntretien.
    02 NombreChangements PIC 99 VALUE ZERO.
        ACCEPT  AU-Operateur
    END-IF

    PERFORM SauvegarderMaitre

    IF SauvegardeEchouee AND LS-StatutMaitre NOT = "39"
        DISPLAY "*** Copie de génération du fichier maître impossible -- ",
                "entretien annulé ***"
    ELSE
        PERFORM OuvrirPretMaitre
        IF PretMaitre-Statut = "00"
            PERFORM TraiterUnChoix UNTIL EM-Retour
            CLOSE PretMaitreFile
        END-IF
    END-IF

    GOBACK
    .

*> Copie de génération du fichier maître avant toute ouverture en
*> entrée-sortie : un passage raté se défait par SSH5201-Generations.
SauvegarderMaitre.
    MOVE "SSH5201-Maitre" TO LS-Programme
    MOVE AU-Operateur TO LS-Operateur
    CALL "SSH5201-Sauvegarde" USING LiaisonSauvegarde
    .

*> Le fichier maître est créé vide au premier lancement (statut 35),
*> pour que la mise en place d'un portefeuille neuf passe elle aussi
*> par ce programme plutôt que par l'édition du fichier à la main.
    .

*> --------------------------------------------------------------------
*> Conversion unique d'un fichier maître à l'ancien format : l'ajout du
*> type de taux, de l'indice de référence et de l'écart a allongé
*> l'enregistrement, et un fichier écrit avant le changement ouvre en
*> statut 39 (tracé discordant) dans toute la suite. Le fichier est relu
*> à l'ancien tracé et recopié dans pret_maitre_nouveau.dat, l'état de
*> compte (blanc ramené à actif), l'échéancier, le mode de paiement et
*> les intérêts courus conservés, chaque compte à taux fixe. Un fichier
*> resté au tracé d'origine (38 octets) ouvre lui aussi en statut 39 à
*> l'ancien tracé : il est alors relu au tracé d'origine et chaque compte
*> est recopié avec les valeurs par défaut -- sans succursale ni
*> échéancier, paiement manuel, Actual/365, sans intérêt couru, taux
*> fixe. L'exploitant remplace ensuite pret_maitre.dat par le fichier
*> converti et relance.
*> --------------------------------------------------------------------

OffrirConversion.
    DISPLAY SPACE
    DISPLAY "*** Le fichier maître est à un ancien format (statut 39 : ",
            "tracé discordant) ***"
    DISPLAY "La conversion recopie les comptes dans pret_maitre_nouveau.dat"
    DISPLAY "Convertir maintenant (O/N) :  " WITH NO ADVANCING
    ACCEPT  CO-Reponse
ConvertirAncienMaitre.
    MOVE ZERO TO CO-NombreConvertis
    SET PasFinAncien TO TRUE
    SET TraceAncien TO TRUE
    OPEN INPUT AncienMaitre
    IF AncienMaitre-Statut = "39"
        SET TraceDeBase TO TRUE
        OPEN INPUT BaseMaitre
        MOVE BaseMaitre-Statut TO AncienMaitre-Statut
    END-IF

    IF AncienMaitre-Statut NOT = "00"
        DISPLAY "*** Ancien fichier maître illisible (statut ",
                 AncienMaitre-Statut, ") -- conversion annulée ***"
    ELSE
        OPEN OUTPUT NouveauMaitre
        IF TraceDeBase
            PERFORM ConvertirUnCompteDeBase UNTIL FinDeAncien
            CLOSE BaseMaitre
            MOVE "TRACE D'ORIGINE"  TO ED-AncienneValeur
        ELSE
            PERFORM ConvertirUnCompte UNTIL FinDeAncien
            CLOSE AncienMaitre
            MOVE "ANCIEN TRACE"     TO ED-AncienneValeur
        END-IF
        CLOSE NouveauMaitre

        MOVE "Conversion de format" TO ED-Champ
        MOVE CO-NombreConvertis     TO CO-NombreEdite
        MOVE CO-NombreEdite         TO ED-NouvelleValeur
        MOVE ZERO                   TO PM-NumeroCompte
            MOVE AM-Solde              TO NM-Solde
            MOVE AM-TauxDossier        TO NM-TauxDossier
            MOVE AM-DateCapitalisation TO NM-DateCapitalisation
            IF AM-EtatCompte = "F"
                MOVE "F"               TO NM-EtatCompte
            ELSE
                MOVE "A"               TO NM-EtatCompte
            END-IF
            MOVE AM-Succursale         TO NM-Succursale
            MOVE AM-Versement          TO NM-Versement
            MOVE AM-DateEcheance       TO NM-DateEcheance
            MOVE AM-JourEcheance       TO NM-JourEcheance
            MOVE AM-PaiementPartiel    TO NM-PaiementPartiel
            MOVE AM-DateDernierPaiement TO NM-DateDernierPaiement
            IF AM-ModePaiement = "D"
                MOVE "D"               TO NM-ModePaiement
            ELSE
                MOVE "M"               TO NM-ModePaiement
            END-IF
            MOVE AM-InstitutionBanque  TO NM-InstitutionBanque
            MOVE AM-TransitBanque      TO NM-TransitBanque
            MOVE AM-CompteBanque       TO NM-CompteBanque
            IF AM-Convention >= 1 AND AM-Convention <= 3
                MOVE AM-Convention     TO NM-Convention
            ELSE
                MOVE 1                 TO NM-Convention
            END-IF
            MOVE AM-InteretCouru       TO NM-InteretCouru
            MOVE AM-DateCouru          TO NM-DateCouru
            MOVE "F"                   TO NM-TypeTaux
            MOVE SPACES                TO NM-CodeIndice
            MOVE ZERO                  TO NM-EcartIndice
            WRITE EnrNouveauMaitre
            ADD 1 TO CO-NombreConvertis
    END-READ
    .

ConvertirUnCompteDeBase.
    READ BaseMaitre NEXT RECORD
        AT END
            SET FinDeAncien TO TRUE
        NOT AT END
            INITIALIZE EnrNouveauMaitre
            MOVE BM-NumeroCompte       TO NM-NumeroCompte
            MOVE BM-NumeroClient       TO NM-NumeroClient
            MOVE BM-Solde              TO NM-Solde
            MOVE BM-TauxDossier        TO NM-TauxDossier
            MOVE BM-DateCapitalisation TO NM-DateCapitalisation
            IF BM-EtatCompte = "F"
                MOVE "F"               TO NM-EtatCompte
            ELSE
                MOVE "A"               TO NM-EtatCompte
            END-IF
            MOVE ZERO                  TO NM-Succursale
            MOVE ZERO                  TO NM-Versement
            MOVE ZERO                  TO NM-DateEcheance
            MOVE ZERO                  TO NM-JourEcheance
            MOVE ZERO                  TO NM-PaiementPartiel
            MOVE ZERO                  TO NM-DateDernierPaiement
            MOVE "M"                   TO NM-ModePaiement
            MOVE ZERO                  TO NM-InstitutionBanque
            MOVE ZERO                  TO NM-TransitBanque
            MOVE SPACES                TO NM-CompteBanque
            MOVE 1                     TO NM-Convention
            MOVE ZERO                  TO NM-InteretCouru
            MOVE ZERO                  TO NM-DateCouru
            MOVE "F"                   TO NM-TypeTaux
            MOVE SPACES                TO NM-CodeIndice
            MOVE ZERO                  TO NM-EcartIndice
            WRITE EnrNouveauMaitre
            ADD 1 TO CO-NombreConvertis
    END-READ
TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Ajouter un compte"
    DISPLAY "  2 - Modifier un compte (solde, taux, client, échéancier, paiement,"
    DISPLAY "      décompte, type de taux)"
    DISPLAY "  3 - Fermer un compte"
    DISPLAY "  4 - Réactiver un compte fermé"
    DISPLAY "  0 - Retour"
    ELSE
        DISPLAY "État                  :  ACTIF"
    END-IF
    DISPLAY "Succursale            :  ", PM-Succursale
    MOVE PM-Versement TO ED-Montant
    DISPLAY "Versement prévu       :  ", ED-Montant
    DISPLAY "Prochaine échéance    :  ", PM-DateEcheance
    MOVE PM-PaiementPartiel TO ED-Montant
    DISPLAY "Reçu sur l'échéance   :  ", ED-Montant
    DISPLAY "Dernier paiement      :  ", PM-DateDernierPaiement
    IF PaiementPreautorise
        DISPLAY "Mode de paiement      :  PRÉLÈVEMENT AUTOMATIQUE"
        DISPLAY "Compte bancaire       :  ", PM-InstitutionBanque, "-",
                PM-TransitBanque, "-", PM-CompteBanque
    ELSE
        DISPLAY "Mode de paiement      :  MANUEL"
    END-IF
    MOVE PM-Convention TO ED-CodeConvention
    PERFORM LibellerConvention
    DISPLAY "Décompte des jours    :  ", ED-Convention
    MOVE PM-InteretCouru TO ED-Montant
    DISPLAY "Intérêts courus       :  ", ED-Montant, "  au ", PM-DateCouru
    IF TauxDossierVariable
        MOVE PM-EcartIndice TO ED-Ecart
        DISPLAY "Type de taux          :  VARIABLE -- indice ", PM-CodeIndice,
                " ", ED-Ecart
    ELSE
        DISPLAY "Type de taux          :  FIXE"
    END-IF
    DISPLAY Separateur
    .

LibellerConvention.
    EVALUATE ED-CodeConvention
        WHEN 2
            MOVE "ACT/360" TO ED-Convention
        WHEN 3
            MOVE "30/360"  TO ED-Convention
        WHEN OTHER
            MOVE "ACT/365" TO ED-Convention
    END-EVALUATE
    .

AjouterCompte.
    PERFORM ObtenirNumeroCompte
    PERFORM LireCompte
        ACCEPT  EE-Solde
        DISPLAY "Taux au dossier (%) :  " WITH NO ADVANCING
        ACCEPT  EE-TauxDossier
        DISPLAY "Succursale :  " WITH NO ADVANCING
        ACCEPT  EE-Succursale
        DISPLAY "Versement prévu (0 = aucun échéancier) :  " WITH NO ADVANCING
        ACCEPT  EE-Versement
        MOVE ZERO TO EE-DateEcheance
        IF EE-Versement NOT = ZERO
            SET DateEcheanceInvalide TO TRUE
            PERFORM ObtenirDateEcheance UNTIL DateEcheanceValide
        END-IF
        MOVE "M" TO EE-ModePaiement
        IF EE-Versement NOT = ZERO
            DISPLAY "Prélèvement automatique du versement (O/N) :  "
                WITH NO ADVANCING
            ACCEPT  EE-Reponse
            IF EE-ReponseOui
                MOVE "D" TO EE-ModePaiement
                PERFORM ObtenirCoordonneesBancaires
                IF EE-InstitutionBanque = ZERO OR EE-TransitBanque = ZERO
                   OR EE-CompteBanque = SPACES
                    DISPLAY "*** Coordonnées bancaires incomplètes -- ",
                            "compte créé en paiement manuel ***"
                    MOVE "M" TO EE-ModePaiement
                END-IF
            END-IF
        END-IF
        DISPLAY "Décompte des jours (1 = Actual/365, 2 = Actual/360, ",
                "3 = 30/360) :  " WITH NO ADVANCING
        ACCEPT  EE-Convention
        IF NOT EE-ConventionConnue
            MOVE 1 TO EE-Convention
        END-IF
        MOVE "F" TO EE-TypeTaux
        MOVE SPACES TO EE-CodeIndice
        MOVE ZERO TO EE-EcartIndice
        DISPLAY "Taux variable révisé sur un indice (O/N) :  " WITH NO ADVANCING
        ACCEPT  EE-Reponse
        IF EE-ReponseOui
            PERFORM ObtenirIndiceEcart
            IF EE-CodeIndice = SPACES
                DISPLAY "*** Indice de référence absent -- compte créé à ",
                        "taux fixe ***"
            ELSE
                MOVE "V" TO EE-TypeTaux
            END-IF
        END-IF

        INITIALIZE EnrPretMaitre
        MOVE EE-NumeroCompte TO PM-NumeroCompte
        MOVE EE-TauxDossier  TO PM-TauxDossier
        MOVE ZERO            TO PM-DateCapitalisation
        MOVE "A"             TO PM-EtatCompte
        MOVE EE-Succursale   TO PM-Succursale
        MOVE EE-Versement    TO PM-Versement
        MOVE EE-DateEcheance TO PM-DateEcheance
        MOVE EE-JourEcheance TO PM-JourEcheance
        MOVE ZERO            TO PM-PaiementPartiel
        MOVE ZERO            TO PM-DateDernierPaiement
        MOVE EE-ModePaiement TO PM-ModePaiement
        IF EE-ModePreautorise
            MOVE EE-InstitutionBanque TO PM-InstitutionBanque
            MOVE EE-TransitBanque     TO PM-TransitBanque
            MOVE EE-CompteBanque      TO PM-CompteBanque
        ELSE
            MOVE ZERO                 TO PM-InstitutionBanque
            MOVE ZERO                 TO PM-TransitBanque
            MOVE SPACES               TO PM-CompteBanque
        END-IF
        MOVE EE-Convention   TO PM-Convention
        MOVE ZERO            TO PM-InteretCouru
        MOVE ZERO            TO PM-DateCouru
        MOVE EE-TypeTaux     TO PM-TypeTaux
        IF EE-TypeVariable
            MOVE EE-CodeIndice  TO PM-CodeIndice
            MOVE EE-EcartIndice TO PM-EcartIndice
        ELSE
            MOVE SPACES         TO PM-CodeIndice
            MOVE ZERO           TO PM-EcartIndice
        END-IF
        WRITE EnrPretMaitre
            INVALID KEY
                DISPLAY "*** Écriture refusée (statut ", PretMaitre-Statut,
                MOVE PM-TauxDossier    TO ED-Taux
                MOVE ED-Taux           TO ED-NouvelleValeur
                PERFORM JournaliserChangement
                MOVE "Succursale"      TO ED-Champ
                MOVE SPACES            TO ED-AncienneValeur
                MOVE PM-Succursale     TO ED-NouvelleValeur
                PERFORM JournaliserChangement
                IF PM-Versement NOT = ZERO
                    MOVE "Versement prévu" TO ED-Champ
                    MOVE SPACES            TO ED-AncienneValeur
                    MOVE PM-Versement      TO ED-Montant
                    MOVE ED-Montant        TO ED-NouvelleValeur
                    PERFORM JournaliserChangement
                    MOVE "Prochaine échéance" TO ED-Champ
                    MOVE SPACES               TO ED-AncienneValeur
                    MOVE PM-DateEcheance      TO ED-NouvelleValeur
                    PERFORM JournaliserChangement
                END-IF
                IF PaiementPreautorise
                    MOVE "Mode de paiement" TO ED-Champ
                    MOVE SPACES             TO ED-AncienneValeur
                    MOVE "PRELEVEMENT"      TO ED-NouvelleValeur
                    PERFORM JournaliserChangement
                    PERFORM JournaliserCoordonnees
                END-IF
                MOVE "Convention de décompte" TO ED-Champ
                MOVE SPACES                   TO ED-AncienneValeur
                MOVE PM-Convention            TO ED-CodeConvention
                PERFORM LibellerConvention
                MOVE ED-Convention            TO ED-NouvelleValeur
                PERFORM JournaliserChangement
                IF TauxDossierVariable
                    MOVE "Type de taux"  TO ED-Champ
                    MOVE SPACES          TO ED-AncienneValeur
                    MOVE "VARIABLE"      TO ED-NouvelleValeur
                    PERFORM JournaliserChangement
                    PERFORM JournaliserIndiceEcart
                END-IF
                DISPLAY "Compte ", PM-NumeroCompte, " créé"
        END-WRITE
    END-IF
        ACCEPT  EE-TauxDossier
        DISPLAY "Nouveau numéro de client (0 = inchangé) :  " WITH NO ADVANCING
        ACCEPT  EE-NumeroClient
        DISPLAY "Nouvelle succursale (0 = inchangée) :  " WITH NO ADVANCING
        ACCEPT  EE-Succursale
        DISPLAY "Nouveau versement prévu (0 = inchangé) :  " WITH NO ADVANCING
        ACCEPT  EE-Versement
        DISPLAY "Nouvelle prochaine échéance (AAAAMMJJ, 0 = inchangée) :  "
            WITH NO ADVANCING
        ACCEPT  EE-DateEcheance
        PERFORM ValiderDateEcheance
        IF DateEcheanceInvalide
            DISPLAY "*** Date d'échéance invalide -- échéance inchangée ***"
            MOVE ZERO TO EE-DateEcheance
        END-IF
        DISPLAY "Nouveau mode de paiement (D = prélèvement, M = manuel, ",
                "blanc = inchangé) :  " WITH NO ADVANCING
        MOVE SPACE TO EE-ModePaiement
        ACCEPT  EE-ModePaiement
        IF NOT EE-ModeConnu
            DISPLAY "*** Mode de paiement inconnu -- mode inchangé ***"
            MOVE SPACE TO EE-ModePaiement
        END-IF
        MOVE ZERO   TO EE-InstitutionBanque
        MOVE ZERO   TO EE-TransitBanque
        MOVE SPACES TO EE-CompteBanque
        IF EE-ModePreautorise
           OR (EE-ModePaiement = SPACE AND PaiementPreautorise)
            DISPLAY "Coordonnées bancaires (0 ou blanc = inchangées)"
            PERFORM ObtenirCoordonneesBancaires
        END-IF
        DISPLAY "Nouveau décompte des jours (1 = Actual/365, 2 = Actual/360, ",
                "3 = 30/360, 0 = inchangé) :  " WITH NO ADVANCING
        ACCEPT  EE-Convention
        DISPLAY "Nouveau type de taux (F = fixe, V = variable, ",
                "blanc = inchangé) :  " WITH NO ADVANCING
        MOVE SPACE TO EE-TypeTaux
        ACCEPT  EE-TypeTaux
        IF NOT EE-TypeConnu
            DISPLAY "*** Type de taux inconnu -- type inchangé ***"
            MOVE SPACE TO EE-TypeTaux
        END-IF
        MOVE SPACES TO EE-CodeIndice
        MOVE "N"    TO EE-Reponse
        IF EE-TypeVariable
           OR (EE-TypeTaux = SPACE AND TauxDossierVariable)
            DISPLAY "Modifier l'indice ou l'écart (O/N) :  " WITH NO ADVANCING
            ACCEPT  EE-Reponse
            IF EE-ReponseOui
                PERFORM ObtenirIndiceEcart
            END-IF
        END-IF

        IF EE-Solde NOT = ZERO AND EE-Solde NOT = PM-Solde
            MOVE "Solde"    TO ED-Champ
            MOVE EE-NumeroClient TO PM-NumeroClient
        END-IF

        IF EE-Succursale NOT = ZERO AND EE-Succursale NOT = PM-Succursale
            MOVE "Succursale"  TO ED-Champ
            MOVE PM-Succursale TO ED-Succursale
            MOVE ED-Succursale TO ED-AncienneValeur
            MOVE EE-Succursale TO ED-Succursale
            MOVE ED-Succursale TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-Succursale TO PM-Succursale
        END-IF

        IF EE-Versement NOT = ZERO AND EE-Versement NOT = PM-Versement
            MOVE "Versement prévu" TO ED-Champ
            MOVE PM-Versement      TO ED-Montant
            MOVE ED-Montant        TO ED-AncienneValeur
            MOVE EE-Versement      TO ED-Montant
            MOVE ED-Montant        TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-Versement TO PM-Versement
        END-IF

        *> Une échéance reportée à la main repart d'une échéance neuve :
        *> le paiement partiel reçu sur l'ancienne ne lui est pas reporté.
        IF EE-DateEcheance NOT = ZERO AND EE-DateEcheance NOT = PM-DateEcheance
            MOVE "Prochaine échéance" TO ED-Champ
            MOVE PM-DateEcheance      TO ED-AncienneValeur
            MOVE EE-DateEcheance      TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-DateEcheance TO PM-DateEcheance
            MOVE EE-JourEcheance TO PM-JourEcheance
            MOVE ZERO            TO PM-PaiementPartiel
        END-IF

        PERFORM ModifierModePaiement

        *> Le cumul des intérêts courus reste acquis : la nouvelle
        *> convention ne compte que les jours courus à partir d'ici.
        IF EE-ConventionConnue AND EE-Convention NOT = PM-Convention
            MOVE "Convention de décompte" TO ED-Champ
            MOVE PM-Convention            TO ED-CodeConvention
            PERFORM LibellerConvention
            MOVE ED-Convention            TO ED-AncienneValeur
            MOVE EE-Convention            TO ED-CodeConvention
            PERFORM LibellerConvention
            MOVE ED-Convention            TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-Convention TO PM-Convention
        END-IF

        PERFORM ModifierTypeTaux

        IF NombreChangements = ZERO
            DISPLAY "Aucun changement demandé -- compte inchangé"
        ELSE
    END-IF
    .

*> La première échéance fixe aussi le jour d'ancrage de l'échéancier :
*> une échéance du 31 ramenée au 30 ou au 28 dans un mois court revient
*> au 31 le mois suivant.
ObtenirDateEcheance.
    DISPLAY "Date de la première échéance (AAAAMMJJ) :  " WITH NO ADVANCING
    ACCEPT  EE-DateEcheance
    PERFORM ValiderDateEcheance
    IF DateEcheanceInvalide OR EE-DateEcheance = ZERO
        SET DateEcheanceInvalide TO TRUE
        DISPLAY "*** Date d'échéance invalide ***"
    END-IF
    .

ValiderDateEcheance.
    SET DateEcheanceValide TO TRUE
    IF EE-DateEcheance NOT = ZERO
        IF EE-MoisEcheance < 1 OR EE-MoisEcheance > 12
           OR EE-JourEcheance < 1 OR EE-AnneeEcheance < 1900
            SET DateEcheanceInvalide TO TRUE
        ELSE
            MOVE JoursMois (EE-MoisEcheance) TO EE-JoursDansMois
            IF EE-MoisEcheance = 2
                PERFORM AjusterFevrier
            END-IF
            IF EE-JourEcheance > EE-JoursDansMois
                SET DateEcheanceInvalide TO TRUE
            END-IF
        END-IF
    END-IF
    .

*> Février a 29 jours les années divisibles par 4, sauf les années
*> séculaires non divisibles par 400.
AjusterFevrier.
    DIVIDE EE-AnneeEcheance BY 4 GIVING EE-Quotient REMAINDER EE-Reste
    IF EE-Reste = ZERO
        MOVE 29 TO EE-JoursDansMois
        DIVIDE EE-AnneeEcheance BY 100 GIVING EE-Quotient
            REMAINDER EE-Reste
        IF EE-Reste = ZERO
            MOVE 28 TO EE-JoursDansMois
            DIVIDE EE-AnneeEcheance BY 400 GIVING EE-Quotient
                REMAINDER EE-Reste
            IF EE-Reste = ZERO
                MOVE 29 TO EE-JoursDansMois
            END-IF
        END-IF
    END-IF
    .

ObtenirCoordonneesBancaires.
    DISPLAY "Institution bancaire (3 chiffres) :  " WITH NO ADVANCING
    ACCEPT  EE-InstitutionBanque
    DISPLAY "Transit (5 chiffres) :  " WITH NO ADVANCING
    ACCEPT  EE-TransitBanque
    DISPLAY "Compte bancaire :  " WITH NO ADVANCING
    ACCEPT  EE-CompteBanque
    .

*> Un passage au prélèvement exige des coordonnées bancaires complètes :
*> sans elles, le mode reste inchangé. Le retour au paiement manuel
*> efface les coordonnées.
ModifierModePaiement.
    IF EE-ModePreautorise AND NOT PaiementPreautorise
        IF EE-InstitutionBanque = ZERO OR EE-TransitBanque = ZERO
           OR EE-CompteBanque = SPACES
            DISPLAY "*** Coordonnées bancaires incomplètes -- mode de ",
                    "paiement inchangé ***"
        ELSE
            MOVE "Mode de paiement" TO ED-Champ
            MOVE "MANUEL"           TO ED-AncienneValeur
            MOVE "PRELEVEMENT"      TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE "D" TO PM-ModePaiement
            MOVE EE-InstitutionBanque TO PM-InstitutionBanque
            MOVE EE-TransitBanque     TO PM-TransitBanque
            MOVE EE-CompteBanque      TO PM-CompteBanque
            PERFORM JournaliserCoordonnees
        END-IF
    ELSE IF EE-ModePaiement = "M" AND PaiementPreautorise
        MOVE "Mode de paiement" TO ED-Champ
        MOVE "PRELEVEMENT"      TO ED-AncienneValeur
        MOVE "MANUEL"           TO ED-NouvelleValeur
        PERFORM JournaliserChangement
        MOVE "M"    TO PM-ModePaiement
        MOVE ZERO   TO PM-InstitutionBanque
        MOVE ZERO   TO PM-TransitBanque
        MOVE SPACES TO PM-CompteBanque
    ELSE IF PaiementPreautorise
        PERFORM ModifierCoordonnees
    END-IF
    .

ModifierCoordonnees.
    IF EE-InstitutionBanque NOT = ZERO
       AND EE-InstitutionBanque NOT = PM-InstitutionBanque
        MOVE "Institution-transit" TO ED-Champ
        MOVE PM-InstitutionBanque  TO ED-Institution
        MOVE PM-TransitBanque      TO ED-Transit
        MOVE ED-Banque             TO ED-AncienneValeur
        MOVE EE-InstitutionBanque  TO ED-Institution
        MOVE ED-Banque             TO ED-NouvelleValeur
        PERFORM JournaliserChangement
        MOVE EE-InstitutionBanque TO PM-InstitutionBanque
    END-IF
    IF EE-TransitBanque NOT = ZERO
       AND EE-TransitBanque NOT = PM-TransitBanque
        MOVE "Institution-transit" TO ED-Champ
        MOVE PM-InstitutionBanque  TO ED-Institution
        MOVE PM-TransitBanque      TO ED-Transit
        MOVE ED-Banque             TO ED-AncienneValeur
        MOVE EE-TransitBanque      TO ED-Transit
        MOVE ED-Banque             TO ED-NouvelleValeur
        PERFORM JournaliserChangement
        MOVE EE-TransitBanque TO PM-TransitBanque
    END-IF
    IF EE-CompteBanque NOT = SPACES
       AND EE-CompteBanque NOT = PM-CompteBanque
        MOVE "Compte bancaire"  TO ED-Champ
        MOVE PM-CompteBanque    TO ED-AncienneValeur
        MOVE EE-CompteBanque    TO ED-NouvelleValeur
        PERFORM JournaliserChangement
        MOVE EE-CompteBanque TO PM-CompteBanque
    END-IF
    .

*> Le taux au dossier d'un compte à taux variable reste celui saisi
*> jusqu'à la prochaine révision des taux : l'indice et l'écart ne font
*> que désigner le calcul que SSH5201-Revision lui appliquera.
ObtenirIndiceEcart.
    DISPLAY "Code de l'indice de référence (ex. PRIM) :  " WITH NO ADVANCING
    MOVE SPACES TO EE-CodeIndice
    ACCEPT  EE-CodeIndice
    DISPLAY "Écart sur l'indice (points, ex. 01.25) :  " WITH NO ADVANCING
    ACCEPT  EE-Ecart
    DISPLAY "Sens de l'écart (+ ou -) :  " WITH NO ADVANCING
    MOVE "+" TO EE-SigneEcart
    ACCEPT  EE-SigneEcart
    IF EE-EcartNegatif
        COMPUTE EE-EcartIndice = ZERO - EE-Ecart
    ELSE
        MOVE EE-Ecart TO EE-EcartIndice
    END-IF
    .

*> Le passage au taux variable exige un indice de référence ; le retour
*> au taux fixe efface l'indice et l'écart.
ModifierTypeTaux.
    IF EE-TypeVariable AND NOT TauxDossierVariable
        IF EE-CodeIndice = SPACES
            DISPLAY "*** Indice de référence absent -- type de taux ",
                    "inchangé ***"
        ELSE
            MOVE "Type de taux" TO ED-Champ
            MOVE "FIXE"         TO ED-AncienneValeur
            MOVE "VARIABLE"     TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE "V"            TO PM-TypeTaux
            MOVE EE-CodeIndice  TO PM-CodeIndice
            MOVE EE-EcartIndice TO PM-EcartIndice
            PERFORM JournaliserIndiceEcart
        END-IF
    ELSE IF EE-TypeTaux = "F" AND TauxDossierVariable
        MOVE "Type de taux" TO ED-Champ
        MOVE "VARIABLE"     TO ED-AncienneValeur
        MOVE "FIXE"         TO ED-NouvelleValeur
        PERFORM JournaliserChangement
        MOVE "F"    TO PM-TypeTaux
        MOVE SPACES TO PM-CodeIndice
        MOVE ZERO   TO PM-EcartIndice
    ELSE IF TauxDossierVariable AND EE-ReponseOui
        IF EE-CodeIndice NOT = SPACES
           AND EE-CodeIndice NOT = PM-CodeIndice
            MOVE "Indice de référence" TO ED-Champ
            MOVE PM-CodeIndice         TO ED-AncienneValeur
            MOVE EE-CodeIndice         TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-CodeIndice TO PM-CodeIndice
        END-IF
        IF EE-EcartIndice NOT = PM-EcartIndice
            MOVE "Écart sur l'indice" TO ED-Champ
            MOVE PM-EcartIndice       TO ED-Ecart
            MOVE ED-Ecart             TO ED-AncienneValeur
            MOVE EE-EcartIndice       TO ED-Ecart
            MOVE ED-Ecart             TO ED-NouvelleValeur
            PERFORM JournaliserChangement
            MOVE EE-EcartIndice TO PM-EcartIndice
        END-IF
    END-IF
    .

JournaliserIndiceEcart.
    MOVE "Indice de référence" TO ED-Champ
    MOVE SPACES                TO ED-AncienneValeur
    MOVE PM-CodeIndice         TO ED-NouvelleValeur
    PERFORM JournaliserChangement
    MOVE "Écart sur l'indice"  TO ED-Champ
    MOVE SPACES                TO ED-AncienneValeur
    MOVE PM-EcartIndice        TO ED-Ecart
    MOVE ED-Ecart              TO ED-NouvelleValeur
    PERFORM JournaliserChangement
    .

JournaliserCoordonnees.
    MOVE "Institution-transit" TO ED-Champ
    MOVE SPACES                TO ED-AncienneValeur
    MOVE PM-InstitutionBanque  TO ED-Institution
    MOVE PM-TransitBanque      TO ED-Transit
    MOVE ED-Banque             TO ED-NouvelleValeur
    PERFORM JournaliserChangement
    MOVE "Compte bancaire"     TO ED-Champ
    MOVE SPACES                TO ED-AncienneValeur
    MOVE PM-CompteBanque       TO ED-NouvelleValeur
    PERFORM JournaliserChangement
    .

FermerCompte.
    PERFORM ObtenirNumeroCompte
    PERFORM LireCompte
