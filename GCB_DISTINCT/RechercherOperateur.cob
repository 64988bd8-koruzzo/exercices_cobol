*> un indicateur trouvé/non-trouvé, sur le modèle de RechercherCompte.
*> Utilisé à la connexion de GestionCompteEF_MAIN pour valider
*> l'identifiant saisi et charger le plafond applicable aux opérations.
*> Une copie jumelle vit côté magasin (exercixes_doc), avec les chemins
*> adaptés, pour la connexion des caissiers (OuvertureCaisse).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
