*> sont ensuite tirés du fichier des exceptions (exceptions.txt), avec
*> le motif du refus et la succursale d'origine. L'enquête boucle de
*> compte en compte jusqu'au retour.
*> 2026-10-15 : La fiche maître montre aussi la succursale du compte et
*> son échéancier (versement prévu, prochaine échéance, dernier
*> paiement), que l'enregistrement maître porte maintenant.
*> 2026-10-15 : La fiche maître indique le mode de paiement du compte et,
*> pour un prélèvement automatique, les coordonnées bancaires débitées.
*> 2026-10-15 : La fiche maître montre le cumul des intérêts courus non
*> encore capitalisés et la date du dernier couru.
*> 2026-10-15 : La fiche maître indique le type de taux du compte et,
*> pour un taux variable, l'indice de référence et l'écart appliqué.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
01 ZonesEdition.
    02 ED-Solde PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 ED-Taux  PIC Z9.99.
    02 ED-Ecart PIC +Z9.99.

01 Separateur PIC X(33) VALUE ALL "-".

                DISPLAY "Solde courant           :  ", ED-Solde
                MOVE PM-TauxDossier TO ED-Taux
                DISPLAY "Taux au dossier         :  ", ED-Taux, " %"
                IF TauxDossierVariable
                    MOVE PM-EcartIndice TO ED-Ecart
                    DISPLAY "Type de taux            :  VARIABLE -- indice ",
                            PM-CodeIndice, " ", ED-Ecart
                ELSE
                    DISPLAY "Type de taux            :  FIXE"
                END-IF
                DISPLAY "Dernière capitalisation :  ", PM-DateCapitalisation
                IF CompteFerme
                    DISPLAY "État                    :  FERMÉ"
                ELSE
                    DISPLAY "État                    :  ACTIF"
                END-IF
                DISPLAY "Succursale              :  ", PM-Succursale
                MOVE PM-Versement TO ED-Solde
                DISPLAY "Versement prévu         :  ", ED-Solde
                DISPLAY "Prochaine échéance      :  ", PM-DateEcheance
                DISPLAY "Dernier paiement        :  ", PM-DateDernierPaiement
                IF PaiementPreautorise
                    DISPLAY "Mode de paiement        :  PRÉLÈVEMENT ",
                            PM-InstitutionBanque, "-", PM-TransitBanque,
                            "-", PM-CompteBanque
                ELSE
                    DISPLAY "Mode de paiement        :  MANUEL"
                END-IF
                MOVE PM-InteretCouru TO ED-Solde
                DISPLAY "Intérêts courus         :  ", ED-Solde,
                        "  au ", PM-DateCouru
        END-READ
    END-IF
    DISPLAY Separateur
