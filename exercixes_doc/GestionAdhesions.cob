*> catégorie, montant, opérateur) — c'est là que la comptabilité de la
*> mairie tire ses totaux du jour. Un renouvellement sans paiement
*> n'est accordé que sur dérogation consignée avec l'identifiant du
*> superviseur. Rien n'est encaissé dans une période close de la
*> bibliothèque (ControlerPeriode, GestionPeriodes côté banque).
*>
*> La catégorie payée au renouvellement est portée sur la fiche
*> (MembreCategorie) : c'est elle qui choisit la règle de prêt
*> (reglespret.txt) au comptoir. Elle se corrige aussi hors
*> renouvellement (option K, enfant devenu adulte par exemple).
*>
*> Option P : un adhérent client de la banque peut régler cotisation et
*> amendes par prélèvement sur un compte de comptes.dat. Le compte
*> n'est lié à la fiche que sur accord écrit du titulaire, consigné
*> avec sa date et l'opérateur qui l'a recueilli, avec le seuil
*> d'amendes convenu (défaut 5,00) ; la même option révoque l'accord.
*> Le prélèvement lui-même est fait par PrelevementsBibliotheque côté
*> banque, qui contrôle le compte au moment du débit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-Choix         PIC X(1).
01 WS-MembreIdSaisi PIC X(6).
01 WS-DateJour      PIC X(8).
01 WS-DomaineBibliotheque PIC X(1) VALUE 'L'.
01 WS-PeriodeJour   PIC X(6).
01 WS-PeriodeOuverte PIC X(1).
01 WS-DateFinCalc   PIC 9(8).
01 WS-TARIFS-STATUS     PIC XX.
01 WS-REGLEMENTS-STATUS PIC XX.
01 WS-Derogation    PIC X(1).
01 WS-SuperviseurId PIC X(6).
01 WS-OperateurId   PIC X(6).
01 WS-CompteSaisi   PIC X(6).
01 WS-AccordSaisi   PIC X(1).
01 WS-SeuilSaisi    PIC 9(4)V99.
01 SEUIL-PRELEV-DEFAUT PIC 9(4)V99 VALUE 5.00.

PROCEDURE DIVISION.
   DISPLAY "Tenue des adhésions."
   DISPLAY "Identifiant opérateur : "
   ACCEPT WS-OperateurId
   PERFORM CHARGER-DATE-VALEUR
   PERFORM CONTROLER-PERIODE-JOUR

   OPEN I-O membres
   IF WS-MEMBRES-STATUS NOT = "00" THEN
   DISPLAY "R -> Renouveler une adhésion"
   DISPLAY "S -> Suspendre / réactiver un adhérent"
   DISPLAY "C -> Consulter une fiche"
   DISPLAY "K -> Changer la catégorie d'un adhérent"
   DISPLAY "P -> Prélèvement : lier / révoquer un compte bancaire"
   DISPLAY "E -> Quitter"
   DISPLAY "---------------------------------------------------"
   ACCEPT WS-Choix
       PERFORM CHANGER-STATUT
     WHEN 'C'
       PERFORM CONSULTER-FICHE
     WHEN 'K'
       PERFORM CHANGER-CATEGORIE
     WHEN 'P'
       PERFORM GERER-PRELEVEMENT
     WHEN 'E'
       CONTINUE
     WHEN OTHER
     CLOSE datevaleur
   END-IF.

CONTROLER-PERIODE-JOUR.
   MOVE WS-DateJour(1:6) TO WS-PeriodeJour
   CALL 'ControlerPeriode' USING WS-DomaineBibliotheque WS-PeriodeJour
                                 WS-PeriodeOuverte
   IF WS-PeriodeOuverte NOT = 'O' THEN
     DISPLAY "La période " WS-PeriodeJour " de la journée " WS-DateJour
             " est close : aucun encaissement n'y est posté."
     STOP RUN
   END-IF.

LIRE-MEMBRE.
   DISPLAY "Identifiant adhérent : "
   ACCEPT WS-MembreIdSaisi
   ADD 10000 TO WS-DateFinCalc
   MOVE WS-DateFinCalc TO MembreDateFin
   MOVE 'A' TO MembreStatut
   MOVE WS-CategorieSaisie TO MembreCategorie
   REWRITE MembreRecord
   DISPLAY "Adhésion de " MembreNom " renouvelée jusqu'au "
           MembreDateFin ".".
     DISPLAY "Adresse : " MembreAdresse
     DISPLAY "Amendes dues : " MembreSoldeDu "€"
     DISPLAY "Fin d'adhésion : " MembreDateFin " - statut : " MembreStatut
             " - catégorie : " MembreCategorie
     IF MembreComptePrelev NOT = SPACES THEN
       DISPLAY "Prélèvement sur le compte " MembreComptePrelev
               " (accord du " MembreDateAccord ", seuil d'amendes "
               MembreSeuilPrelev "€)"
     END-IF
   END-IF.

CHANGER-CATEGORIE.
   PERFORM LIRE-MEMBRE
   IF MembreId = SPACES THEN
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Catégorie actuelle : " MembreCategorie " - nouvelle (A adulte, "
           "E enfant, S senior, O association) : "
   ACCEPT WS-CategorieSaisie
   IF WS-CategorieSaisie NOT = 'A' AND WS-CategorieSaisie NOT = 'E'
      AND WS-CategorieSaisie NOT = 'S' AND WS-CategorieSaisie NOT = 'O' THEN
     DISPLAY "Catégorie inconnue, fiche inchangée."
     EXIT PARAGRAPH
   END-IF
   MOVE WS-CategorieSaisie TO MembreCategorie
   REWRITE MembreRecord
   DISPLAY MembreNom " passe en catégorie " MembreCategorie ".".

*> Lien adhérent / compte bancaire pour le prélèvement. Sans accord
*> écrit du titulaire du compte, rien n'est enregistré ; un compte déjà
*> lié se révoque ou se remplace par la même option.
GERER-PRELEVEMENT.
   PERFORM LIRE-MEMBRE
   IF MembreId = SPACES THEN
     EXIT PARAGRAPH
   END-IF
   IF MembreComptePrelev NOT = SPACES THEN
     DISPLAY "Prélèvement actuel sur le compte " MembreComptePrelev
             " (accord du " MembreDateAccord ")."
     DISPLAY "Révoquer l'accord (O/N) ? "
     ACCEPT WS-AccordSaisi
     IF WS-AccordSaisi = 'O' THEN
       MOVE SPACES TO MembreComptePrelev MembreDateAccord
                      MembreOperateurAccord
       MOVE ZERO TO MembreSeuilPrelev
       REWRITE MembreRecord
       DISPLAY "Accord de prélèvement de " MembreNom " révoqué."
       EXIT PARAGRAPH
     END-IF
   END-IF
   DISPLAY "Numéro du compte à prélever (vide = abandon) : "
   MOVE SPACES TO WS-CompteSaisi
   ACCEPT WS-CompteSaisi
   IF WS-CompteSaisi = SPACES THEN
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Accord écrit du titulaire du compte recueilli (O/N) ? "
   ACCEPT WS-AccordSaisi
   IF WS-AccordSaisi NOT = 'O' THEN
     DISPLAY "Pas d'accord du titulaire, aucun prélèvement enregistré."
     EXIT PARAGRAPH
   END-IF
   DISPLAY "Seuil d'amendes prélevé au-delà de (0 = "
           SEUIL-PRELEV-DEFAUT "€) : "
   MOVE ZERO TO WS-SeuilSaisi
   ACCEPT WS-SeuilSaisi
   IF WS-SeuilSaisi = ZERO THEN
     MOVE SEUIL-PRELEV-DEFAUT TO WS-SeuilSaisi
   END-IF
   MOVE WS-CompteSaisi TO MembreComptePrelev
   MOVE WS-DateJour TO MembreDateAccord
   MOVE WS-OperateurId TO MembreOperateurAccord
   MOVE WS-SeuilSaisi TO MembreSeuilPrelev
   REWRITE MembreRecord
   DISPLAY "Cotisation et amendes de " MembreNom " prélevées sur le compte "
           MembreComptePrelev " (accord du " MembreDateAccord ").".

*> Cotisation du renouvellement : tarif de la catégorie dans
*> tarifsadhesion.txt (en fenêtre de validité ; défauts internes A
*> 20,00 / E 8,00 / S 12,00 / O 35,00), demi-tarif possible pour une
ENCAISSER-COTISATION.
   MOVE ZERO TO WS-MontantEncaisse
   MOVE 'N' TO WS-Derogation
   DISPLAY "Catégorie (A adulte, E enfant, S senior, O association ; "
           "vide = catégorie de la fiche " MembreCategorie ") : "
   MOVE SPACE TO WS-CategorieSaisie
   ACCEPT WS-CategorieSaisie
   IF WS-CategorieSaisie = SPACE THEN
     MOVE MembreCategorie TO WS-CategorieSaisie
   END-IF
   PERFORM CHERCHER-TARIF
   DISPLAY "Prorata demi-tarif pour année entamée (O/N) ? "
   ACCEPT WS-ProrataSaisi
