*> exigé avant toute modification.
*> 2026-09-02 : Chaque passage écrit un enregistrement de départ et de
*> fin au journal des exécutions commun (journal_execution.txt).
*> 2026-10-15 : La politique porte la limite de concentration par client
*> (part maximale du solde du portefeuille, 10 % par défaut) signalée
*> par la stratification du portefeuille (SSH5201-Strates) ; un
*> enregistrement antérieur sans limite garde la valeur par défaut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 PL-ToleranceEcart   PIC 9(5)V99.
    02 PL-DateEffective    PIC 9(08).
    02 PL-CodeAutorisation PIC X(08).
    02 PL-LimiteConcentration PIC 99V99.

FD  JournalFile.
01  EnrJournalPolitique.
    02 PC-ToleranceEcart   PIC 9(5)V99 VALUE 01.00.
    02 PC-DateEffective    PIC 9(08)   VALUE ZERO.
    02 PC-CodeAutorisation PIC X(08)   VALUE "SUPERVIS".
    02 PC-LimiteConcentration PIC 99V99 VALUE 10.00.

01 PolitiqueAvant.
    02 PAV-TauxMinimum      PIC 99V99   VALUE ZERO.
    02 PAV-ToleranceEcart   PIC 9(5)V99 VALUE ZERO.
    02 PAV-DateEffective    PIC 9(08)   VALUE ZERO.
    02 PAV-CodeAutorisation PIC X(08)   VALUE SPACES.
    02 PAV-LimiteConcentration PIC 99V99 VALUE ZERO.

01 LecturePolitique.
    02 PO-DateJour    PIC 9(08) VALUE ZERO.
    02 PN-ToleranceEcart  PIC 9(5)V99 VALUE ZERO.
    02 PN-DateEffective   PIC 9(08)   VALUE ZERO.
    02 PN-Code            PIC X(08)   VALUE SPACES.
    02 PN-LimiteConcentration PIC 99V99 VALUE ZERO.

01 Autorisation.
    02 AU-Operateur   PIC X(08) VALUE SPACES.
                MOVE PL-ToleranceEcart   TO PC-ToleranceEcart
                MOVE PL-DateEffective    TO PC-DateEffective
                MOVE PL-CodeAutorisation TO PC-CodeAutorisation
                IF PL-LimiteConcentration IS NUMERIC
                   AND PL-LimiteConcentration NOT = ZERO
                    MOVE PL-LimiteConcentration TO PC-LimiteConcentration
                END-IF
            ELSE
                MOVE PL-DateEffective    TO PO-DatePendante
            END-IF
    DISPLAY "Nombre de périodes maximum    :  ", PC-PeriodesMaximum
    MOVE PC-ToleranceEcart TO ED-Tolerance
    DISPLAY "Tolérance de réconciliation   :  ", ED-Tolerance
    MOVE PC-LimiteConcentration TO ED-Taux
    DISPLAY "Limite de concentration       :  ", ED-Taux,
            " % du portefeuille par client"
    DISPLAY "Date d'effet                  :  ", PC-DateEffective
    IF PO-DatePendante NOT = ZERO
        DISPLAY "Changement en attente effectif le ", PO-DatePendante,
    ACCEPT  PN-PeriodesMaximum
    DISPLAY "Tolérance de réconciliation :  " WITH NO ADVANCING
    ACCEPT  PN-ToleranceEcart
    DISPLAY "Limite de concentration par client (% du portefeuille) :  "
        WITH NO ADVANCING
    ACCEPT  PN-LimiteConcentration
    DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) :  " WITH NO ADVANCING
    ACCEPT  PN-DateEffective
    DISPLAY "Nouveau code d'autorisation (vide = inchangé) :  " WITH NO ADVANCING
    MOVE PC-ToleranceEcart   TO PAV-ToleranceEcart
    MOVE PC-DateEffective    TO PAV-DateEffective
    MOVE PC-CodeAutorisation TO PAV-CodeAutorisation
    MOVE PC-LimiteConcentration TO PAV-LimiteConcentration

    IF PN-TauxMinimum NOT = ZERO AND PN-TauxMinimum NOT = PC-TauxMinimum
        MOVE PC-TauxMinimum TO ED-Taux
        MOVE PN-ToleranceEcart TO PC-ToleranceEcart
    END-IF

    IF PN-LimiteConcentration NOT = ZERO
       AND PN-LimiteConcentration NOT = PC-LimiteConcentration
        MOVE PC-LimiteConcentration TO ED-Taux
        MOVE ED-Taux                TO ED-AncienneValeur
        MOVE PN-LimiteConcentration TO ED-Taux
        MOVE ED-Taux                TO ED-NouvelleValeur
        MOVE "Limite concentration"  TO ED-Parametre
        PERFORM JournaliserChangement
        MOVE PN-LimiteConcentration TO PC-LimiteConcentration
    END-IF

    IF PN-Code NOT = SPACES AND PN-Code NOT = PC-CodeAutorisation
        MOVE "********"        TO ED-AncienneValeur
        MOVE "********"        TO ED-NouvelleValeur
        MOVE PAV-ToleranceEcart   TO PL-ToleranceEcart
        MOVE PAV-DateEffective    TO PL-DateEffective
        MOVE PAV-CodeAutorisation TO PL-CodeAutorisation
        MOVE PAV-LimiteConcentration TO PL-LimiteConcentration
        WRITE EnrPolitique
    END-IF

    MOVE PC-ToleranceEcart   TO PL-ToleranceEcart
    MOVE PN-DateEffective    TO PL-DateEffective
    MOVE PC-CodeAutorisation TO PL-CodeAutorisation
    MOVE PC-LimiteConcentration TO PL-LimiteConcentration
    WRITE EnrPolitique
    CLOSE PolitiqueFile
    .
