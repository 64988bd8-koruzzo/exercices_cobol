*> superviseur dans ApprobationsReference — le contrôle à quatre yeux
*> des fichiers maîtres, comme AUTORISATIONS.cpy l'est pour les gros
*> montants. CH-Fichier : 'C' comptes.dat, 'T' tauxchange.dat, 'B'
*> beneficiaires.dat. CH-Action : 'M' modification de champ, 'S'
*> changement de statut, 'A' ajout, 'X' suppression. Pour un
*> bénéficiaire ajouté, CH-NouvelleValeur porte nom (1:30), banque
*> (31:20) et compte externe (51:20) accolés.
