           05  FILLER                  PIC X(79)
               VALUE 'COMMANDE REJETEE'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUNE COMMANDE EN ATTENTE D APPROBATION'.
           05  FILLER                  PIC X(79)
               VALUE 'DECISION INVALIDE - SAISIR A OU R'.
           05  FILLER                  PIC X(79)
           05  FILLER                  PIC X(79)
           VALUE 'QUANTITE ANNONCEE SUPERIEURE A 99999 - SAISIR LA QU
      -        'ANTITE RECUE'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE ENREGISTREE BLOQUEE - ENCOURS CLIENT AU-DELA DE 
      -        'SA LIMITE DE CREDIT'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE ENREGISTREE BLOQUEE - CLIENT AVEC CREANCE ECHUE 
      -        'NON REGLEE'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE BLOQUEE POUR CREDIT - DEBLOCAGE (ACTION D) PAR U
      -        'N RESPONSABLE REQUIS'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE DEBLOQUEE - STOCK ALLOUE, EXPEDITION POSSIBLE'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE NON BLOQUEE POUR CREDIT - DEBLOCAGE SANS OBJET'.
           05  FILLER                  PIC X(79)
               VALUE 'CONDITIONS CLIENT ENREGISTREES'.
           05  FILLER                  PIC X(79)
               VALUE 'CONDITIONS CLIENT SUPPRIMEES'.
           05  FILLER                  PIC X(79)
           VALUE 'AUCUNE CONDITION ENREGISTREE - CLIENT NON SOUMIS AU CO
      -        'NTROLE DE CREDIT'.
           05  FILLER                  PIC X(79)
               VALUE 'ACCORD DE PRIX CLIENT ENREGISTRE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACCORD DE PRIX CLIENT SUPPRIME'.
           05  FILLER                  PIC X(79)
           VALUE 'ACCORD DE PRIX INCONNU POUR CE CLIENT, CE CODE ET CETT
      -        'E DATE DE DEBUT'.
           05  FILLER                  PIC X(79)
           VALUE 'PERIODE INVALIDE - LA DATE DE FIN PRECEDE LA DATE DE D
      -        'EBUT'.
           05  FILLER                  PIC X(79)
           VALUE 'PALIERS INVALIDES - SEUILS CROISSANTS, REMISE DE 0,01 
      -        'A 99,99 %'.
           05  FILLER                  PIC X(79)
           VALUE 'ACCORD SANS PRIX NI REMISE - SAISIR UN PRIX D ACCORD O
      -        'U UN PALIER'.
           05  FILLER                  PIC X(79)
               VALUE 'CODE INCONNU - NI ARTICLE NI CATEGORIE'.
           05  FILLER                  PIC X(79)
           VALUE 'DUREE DE VIE RESTANTE SOUS LE MINIMUM DE LA CATEGORIE 
      -        '- CODE SUPERVISEUR REQUIS'.
           05  FILLER                  PIC X(79)
               VALUE 'CODE SUPERVISEUR INCONNU - RECEPTION REFUSEE'.
           05  FILLER                  PIC X(79)
           VALUE 'LOT RECU PAR DEROGATION A LA DUREE DE VIE MINIMALE - D
      -        'EROGATION JOURNALISEE'.
           05  FILLER                  PIC X(79)
           VALUE 'EXPEDITION REFUSEE - PAS ASSEZ DE LOTS A LA DUREE DE V
      -        'IE MINIMALE DU CLIENT'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT VALIDEE DANS LE SEUIL DU ROLE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT SOUMISE A APPROBATION'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT INCONNUE - VERIFIER LE NUMERO'.
           05  FILLER                  PIC X(79)
               VALUE 'DATE DE BESOIN INVALIDE OU DEJA PASSEE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE NON SOUMISE - DECISION IMPOSSIBLE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT APPROUVEE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT REJETEE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE DEJA COMMANDEE - ANNULATION IMPOSSIBLE'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE D ACHAT ANNULEE'.
           05  FILLER                  PIC X(79)
               VALUE 'FIN DE LA LISTE DES DEMANDES D ACHAT'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE - SAISIR C, A, V, J, X OU BLANC'.
           05  FILLER                  PIC X(79)
               VALUE 'ARTICLE BLOQUE A L ACHAT - DEMANDE REFUSEE'.
           05  FILLER                  PIC X(79)
               VALUE 'PERIODE DE STOCK CLOTUREE - MOUVEMENT REFUSE'.
           05  FILLER                  PIC X(79)
               VALUE 'NIVEAUX DE STOCK DU DEPOT ENREGISTRES'.
           05  FILLER                  PIC X(79)
               VALUE 'NIVEAUX DE STOCK DU DEPOT SUPPRIMES'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUN NIVEAU POUR CET ARTICLE DANS CE DEPOT'.
           05  FILLER                  PIC X(79)
           VALUE 'NIVEAUX INVALIDES - MINIMUM NUMERIQUE ET INFERIEUR AU
      -        'MAXIMUM'.
           05  FILLER                  PIC X(79)
               VALUE 'SUBSTITUT REFUSE - DEMANDE MISE EN SOUFFRANCE'.
           05  FILLER                  PIC X(79)
               VALUE 'EXPEDITION FAITE SUR L ARTICLE DE SUBSTITUTION'.
           05  FILLER                  PIC X(79)
               VALUE 'UNITE DE SAISIE INVALIDE - S = STOCK, A = ACHAT'.
           05  FILLER                  PIC X(79)
               VALUE 'PAS DE COMMANDE EN UNITE D ACHAT - SAISIR EN S'.
           05  FILLER                  PIC X(79)
               VALUE 'QUANTITE CONVERTIE TROP GRANDE POUR UN LOT'.
           05  FILLER                  PIC X(79)
               VALUE 'LOT RECU - QUANTITE CONVERTIE EN UNITE DE STOCK'.
           05  FILLER                  PIC X(79)
               VALUE 'ARTICLE SERIALISE : UNE SERIE PAR UNITE, 5 MAXI'.
           05  FILLER                  PIC X(79)
               VALUE 'SERIE INCONNUE, HORS STOCK OU HORS DEPOT'.
           05  FILLER                  PIC X(79)
               VALUE 'NUMERO DE SERIE DEJA EN STOCK'.
           05  FILLER                  PIC X(79)
               VALUE 'NUMERO DE SERIE SAISI DEUX FOIS'.
           05  FILLER                  PIC X(79)
               VALUE 'COMPOSANT SERIALISE - LE SORTIR SEUL A L UNITE'.
           05  FILLER                  PIC X(79)
               VALUE 'NUMERO DE SERIE INCONNU'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMARQUE APPROUVEE - PRIX POSE DANS PRX0101'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMARQUE REJETEE'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUNE DEMARQUE EN ATTENTE D APPROBATION'.
           05  FILLER                  PIC X(79)
               VALUE 'LOT EPUISE - DEMARQUE CLOSE SANS PRIX'.
           05  FILLER                  PIC X(79)
           VALUE 'LOT RECU DISPONIBLE - DISPENSE D INSPECTION (ALLEGE)'.
           05  FILLER                  PIC X(79)
           VALUE 'PERIODE INVALIDE - DATES AAAAMMJJ, DEBUT AVANT FIN'.
           05  FILLER                  PIC X(79)
           VALUE 'AUCUN SOLDE HISTORISE POUR CE COMPTE SUR LA PERIODE'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUN PRET POUR CE COMPTE'.
           05  FILLER                  PIC X(79)
           VALUE 'NUMERO DE PRET INVALIDE - AUCUN PRET DE CE NUMERO'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE INCONNUE - VERIFIER LE NUMERO SAISI'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE DEJA EMISE SOUS CE NUMERO'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE EMISE'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE BLOQUEE - PAIEMENTS CB REFUSES'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE DEBLOQUEE'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE PERDUE OU VOLEE - STATUT DEFINITIF'.
           05  FILLER                  PIC X(79)
           VALUE 'DONNEES CARTE INVALIDES (ECHEANCE, PLAFONDS)'.
           05  FILLER                  PIC X(79)
               VALUE 'CARTE NON BLOQUEE - DEBLOCAGE SANS OBJET'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE - SAISIR A, C, B OU D'.
           05  FILLER                  PIC X(79)
           VALUE 'MOTIF DE BLOCAGE INVALIDE - B, P (PERTE) OU V (VOL)'.
           05  FILLER                  PIC X(79)
               VALUE 'ABONNEMENT AU RELEVE ELECTRONIQUE INCONNU'.
           05  FILLER                  PIC X(79)
               VALUE 'ABONNEMENT DEJA EXISTANT POUR CE COMPTE'.
           05  FILLER                  PIC X(79)
               VALUE 'ABONNEMENT AU RELEVE ELECTRONIQUE CREE'.
           05  FILLER                  PIC X(79)
               VALUE 'ABONNEMENT AU RELEVE ELECTRONIQUE MODIFIE'.
           05  FILLER                  PIC X(79)
               VALUE 'ABONNEMENT AU RELEVE ELECTRONIQUE SUPPRIME'.
           05  FILLER                  PIC X(79)
           VALUE 'FREQUENCE J/M, STATUT A/S, DESTINATION OBLIGATOIRE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : A, C, M OU S'.
           05  FILLER                  PIC X(79)
               VALUE 'DATE DE DERNIER ENVOI INVALIDE (AAAAMMJJ)'.
           05  FILLER                  PIC X(79)
               VALUE 'ECART DE RAPPROCHEMENT INCONNU'.
           05  FILLER                  PIC X(79)
               VALUE 'ECART DEJA CLOS'.
           05  FILLER                  PIC X(79)
               VALUE 'ECART CLOS'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : A OU F'.
           05  FILLER                  PIC X(79)
               VALUE 'COMMENTAIRE DE CLOTURE OBLIGATOIRE'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUNE ENTREE EN SUSPENS A TRAITER'.
           05  FILLER                  PIC X(79)
               VALUE 'FIN DE LA LISTE DES ENTREES EN SUSPENS'.
           05  FILLER                  PIC X(79)
           VALUE 'ENTREE EN SUSPENS INCONNUE - VERIFIER LA CLE SAISIE'.
           05  FILLER                  PIC X(79)
               VALUE 'ENTREE DEJA AFFECTEE OU RETOURNEE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : A (AFFECTER) OU T (RETOURNER)'.
           05  FILLER                  PIC X(79)
               VALUE 'COMPTE GELE - AFFECTATION REFUSEE'.
           05  FILLER                  PIC X(79)
           VALUE 'ENTREE AFFECTEE - VIREMENT GENERE AU PROCHAIN TRAITEME
      -        'NT'.
           05  FILLER                  PIC X(79)
               VALUE 'ENTREE MARQUEE POUR RETOUR A LA BANQUE EMETTRICE'.
           05  FILLER                  PIC X(79)
               VALUE 'BENEFICIAIRE INCONNU POUR CE COMPTE'.
           05  FILLER                  PIC X(79)
           VALUE 'BENEFICIAIRE DEJA ENREGISTRE OU EN COURS DE VALIDATION
      -        ''.
           05  FILLER                  PIC X(79)
               VALUE 'IBAN DU BENEFICIAIRE INVALIDE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : A, C, S, V OU R'.
           05  FILLER                  PIC X(79)
           VALUE 'BENEFICIAIRE ENREGISTRE - EN ATTENTE DE VALIDATION PAR
      -        ' UN SECOND OPERATEUR'.
           05  FILLER                  PIC X(79)
           VALUE 'DEMANDE DE SUPPRESSION ENREGISTREE - EN ATTENTE DE VAL
      -        'IDATION'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUNE DEMANDE EN ATTENTE SUR CE BENEFICIAIRE'.
           05  FILLER                  PIC X(79)
               VALUE 'BENEFICIAIRE ACTIVE'.
           05  FILLER                  PIC X(79)
               VALUE 'BENEFICIAIRE SUPPRIME'.
           05  FILLER                  PIC X(79)
               VALUE 'DEMANDE REFUSEE'.
           05  FILLER                  PIC X(79)
               VALUE 'SUPPRESSION IMPOSSIBLE : BENEFICIAIRE NON ACTIF'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUN VIREMENT RETENU EN ATTENTE DE REVUE'.
           05  FILLER                  PIC X(79)
               VALUE 'VIREMENT RETENU INCONNU OU DEJA TRAITE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : S, V OU R'.
           05  FILLER                  PIC X(79)
           VALUE 'VIREMENT LIBERE - REPRESENTE AU PROCHAIN TRAITEMENT'.
           05  FILLER                  PIC X(79)
               VALUE 'VIREMENT REFUSE'.
           05  FILLER                  PIC X(79)
               VALUE 'MOTIF DE REFUS OBLIGATOIRE'.
           05  FILLER                  PIC X(79)
               VALUE 'CONTREPARTIE OBLIGATOIRE ET DIFFERENTE DU COMPTE'.
           05  FILLER                  PIC X(79)
               VALUE 'TYPE DE DOCUMENT INVALIDE : CI, PA, TS OU KB'.
           05  FILLER                  PIC X(79)
               VALUE 'NUMERO DE DOCUMENT OBLIGATOIRE'.
           05  FILLER                  PIC X(79)
           VALUE 'DATE D EXPIRATION INVALIDE OU DEPASSEE (AAAAMMJJ)'.
           05  FILLER                  PIC X(79)
               VALUE 'NIVEAU DE RISQUE INVALIDE : F, M OU E'.
           05  FILLER                  PIC X(79)
               VALUE 'DOSSIER KYC INEXISTANT POUR CE CLIENT'.
           05  FILLER                  PIC X(79)
               VALUE 'DOSSIER KYC DEJA EXISTANT POUR CE CLIENT'.
           05  FILLER                  PIC X(79)
               VALUE 'DOSSIER KYC CREE'.
           05  FILLER                  PIC X(79)
               VALUE 'DOSSIER KYC MODIFIE'.
           05  FILLER                  PIC X(79)
               VALUE 'REVUE KYC ENREGISTREE'.
           05  FILLER                  PIC X(79)
               VALUE 'ACTION INVALIDE : A, C, M OU R'.
           05  FILLER                  PIC X(79)
               VALUE 'DATE DE PROCHAINE REVUE INVALIDE'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUNE ALERTE SANCTIONS EN ATTENTE DE DECISION'.
           05  FILLER                  PIC X(79)
               VALUE 'ALERTE INEXISTANTE OU DEJA DECIDEE'.
           05  FILLER                  PIC X(79)
           VALUE 'ALERTE CONFIRMEE - GEL LEGAL POSE SUR LE CLIENT ET LE 
      -        'COMPTE'.
           05  FILLER                  PIC X(79)
               VALUE 'ALERTE LEVEE'.
           05  FILLER                  PIC X(79)
               VALUE 'MOTIF OBLIGATOIRE POUR LEVER L ALERTE'.
           05  FILLER                  PIC X(79)
           VALUE 'ACTION INVALIDE : S (SUIVANTE), C (CONFIRMER) OU L (LE
      -        'VER)'.
           05  FILLER                  PIC X(79)
           VALUE 'PIECE D IDENTITE DU PRESENTATEUR OBLIGATOIRE POUR UN R
      -        'ETRAIT'.
           05  FILLER                  PIC X(79)
           VALUE 'PRESENTATEUR NON HABILITE SUR CE COMPTE - RETRAIT REFU
      -        'SE'.
           05  FILLER                  PIC X(79)
           VALUE 'HABILITATION HORS PERIODE DE VALIDITE - RETRAIT REFUSE
      -        ''.
           05  FILLER                  PIC X(79)
           VALUE 'MONTANT SUPERIEUR AU PLAFOND DE L HABILITATION - RETRA
      -        'IT REFUSE'.
           05  FILLER                  PIC X(79)
           VALUE 'HABILITATION INEXISTANTE POUR CE COMPTE ET CETTE PIECE
      -        ''.
           05  FILLER                  PIC X(79)
           VALUE 'HABILITATION DEJA EXISTANTE POUR CE COMPTE ET CETTE PI
      -        'ECE'.
           05  FILLER                  PIC X(79)
               VALUE 'HABILITATION CREEE'.
           05  FILLER                  PIC X(79)
               VALUE 'HABILITATION MODIFIEE'.
           05  FILLER                  PIC X(79)
               VALUE 'HABILITATION SUPPRIMEE'.
           05  FILLER                  PIC X(79)
           VALUE 'TYPE T/P, NOM, PLAFOND NUMERIQUE ET DATES AAAAMMJJ OBL
      -        'IGATOIRES'.
           05  FILLER                  PIC X(79)
           VALUE 'CLIENT NON TITULAIRE DU COMPTE - HABILITATION REFUSEE
      -        ''.
           05  FILLER                  PIC X(79)
           VALUE 'TIROIR DE CAISSE CLOS POUR LA JOURNEE - OPERATION REFU
      -        'SEE'.
           05  FILLER                  PIC X(79)
               VALUE 'TRANSFERT D ESPECES ENREGISTRE'.
           05  FILLER                  PIC X(79)
           VALUE 'SENS R (RESERVE VERS TIROIR), V (TIROIR VERS RESERVE) 
      -        'OU T (VERS GUICHETIER)'.
           05  FILLER                  PIC X(79)
           VALUE 'GUICHETIER DESTINATAIRE OBLIGATOIRE ET DIFFERENT DE L 
      -        'OPERATEUR'.
           05  FILLER                  PIC X(79)
           VALUE 'TIROIR DU GUICHETIER DESTINATAIRE CLOS - TRANSFERT REF
      -        'USE'.
           05  FILLER                  PIC X(79)
           VALUE 'BILLETAGE NON NUMERIQUE - SAISIR LE NOMBRE DE COUPURES
      -        ''.
           05  FILLER                  PIC X(79)
           VALUE 'VERIFIER LE COMPTAGE ET L ECART PUIS CONFIRMER PAR O'.
           05  FILLER                  PIC X(79)
           VALUE 'ECART HORS TOLERANCE - CODE SUPERVISEUR OBLIGATOIRE'.
           05  FILLER                  PIC X(79)
           VALUE 'TIROIR CLOS - LES SAISIES DU JOUR SERONT VERSEES PAR L
      -        'A CHAINE'.
           05  FILLER                  PIC X(79)
               VALUE 'TIROIR DEJA CLOS POUR LA JOURNEE'.
           05  FILLER                  PIC X(79)
               VALUE 'POOL OU PARTICIPANT INCONNU'.
           05  FILLER                  PIC X(79)
               VALUE 'POOL OU PARTICIPANT DEJA EXISTANT'.
           05  FILLER                  PIC X(79)
               VALUE 'POOL OU PARTICIPANT CREE'.
           05  FILLER                  PIC X(79)
               VALUE 'POOL OU PARTICIPANT MODIFIE'.
           05  FILLER                  PIC X(79)
               VALUE 'POOL OU PARTICIPANT SUPPRIME'.
           05  FILLER                  PIC X(79)
           VALUE 'DONNEES INVALIDES : MODE M/C, STATUT A/S, CIBLE NUMERI
      -        'QUE, SENS R/C/D'.
           05  FILLER                  PIC X(79)
               VALUE 'EN-TETE DU POOL INEXISTANT'.
           05  FILLER                  PIC X(79)
               VALUE 'LE COMPTE MAITRE NE PEUT ETRE PARTICIPANT'.
           05  FILLER                  PIC X(79)
           VALUE 'POOL MONO-DEVISE : LE PARTICIPANT DOIT ETRE DANS LA DE
      -        'VISE DU MAITRE'.
           05  FILLER                  PIC X(79)
           VALUE 'POOL AYANT DES PARTICIPANTS : SUPPRIMER D ABORD LES PA
      -        'RTICIPANTS'.
           05  FILLER                  PIC X(79)
               VALUE 'SAISISSEZ LE NUMERO DE CLIENT PUIS ENTER'.
           05  FILLER                  PIC X(79)
               VALUE 'AUCUN COURRIER A L HISTORIQUE POUR CE CLIENT'.
           05  FILLER                  PIC X(79)
               VALUE 'FIN DE L HISTORIQUE - PAS DE PAGE SUIVANTE'.
           05  FILLER                  PIC X(79)
           VALUE 'AUCUN COMPTE NI COMMANDE DE VENTE EN COURS POUR CE CLI
      -        'ENT'.
           05  FILLER                  PIC X(79)
               VALUE 'FIN DE LA VUE CLIENT - PAS DE PAGE SUIVANTE'.
           05  FILLER                  PIC X(79)
           VALUE 'LIGNE TRANSMISE PAR LA VUE CLIENT - SAISIR L ACTION PU
      -        'IS ENTER'.
       01  WS-TAB-MSG-R REDEFINES WS-TAB-MSG.
           05  WS-MSG                  PIC X(79) OCCURS 306.
