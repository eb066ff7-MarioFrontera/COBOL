000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HABILITE.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. CONTROLE DES HABILITATIONS AUX
000220*                 ACTIONS SENSIBLES ET JOURNAL DES OPERATIONS,
000230*                 APPELE PAR ANNULATION, QUARANTAINE, MAINTENANCE
000240*                 ET RECYCLAGE (ZONE D'APPEL COPY PAIRIHAB).
000250*                 L'OPERATEUR DOIT AVOIR AU FICHIER PAIRIOPE LE
000260*                 DROIT D'EXECUTER L'ACTION DU PROGRAMME, EN
000270*                 VIGUEUR A LA DATE DU JOUR ; QUAND LE DOUBLE
000280*                 REGARD EST EXIGE (ANNULATIONS ET PURGES),
000290*                 L'APPROBATEUR DOIT ETRE UN AUTRE OPERATEUR
000300*                 AYANT LE DROIT DE L'APPROUVER. SANS PAIRIOPE,
000310*                 PERSONNE N'EST HABILITE. CHAQUE DEMANDE,
000320*                 ACCORDEE OU REFUSEE, EST ECRITE AU JOURNAL
000330*                 PAIRIJOP (DATE, HEURE, OPERATEURS, PROGRAMME,
000340*                 ACTION, PARAMETRES, RESULTAT) ; UN JOURNAL
000350*                 IMPOSSIBLE A ECRIRE FAIT REFUSER L'ACTION. LA
000360*                 FIN DE L'ACTION EST JOURNALISEE AVEC SON CODE
000370*                 RETOUR (HAB-CONCLURE).
000380*----------------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL HABILITATIONS-FILE
000440         ASSIGN TO "PAIRIOPE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS HB-OPE-STATUT.
000470     SELECT OPTIONAL JOURNAL-FILE
000480         ASSIGN TO "PAIRIJOP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HB-JOP-STATUT.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  HABILITATIONS-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY PAIRIOPE.
000570*
000580 FD  JOURNAL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY PAIRIJOP.
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640*----------------------------------------------------------------*
000650* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
000660* L'OUVERTURE DES FICHIERS OPTIONNELS.
000670*----------------------------------------------------------------*
000680 77  HB-OPE-STATUT           PIC X(02) VALUE "00".
000690     88  HB-OPE-OK               VALUE "00".
000700     88  HB-OPE-ABSENT           VALUE "05".
000710 77  HB-JOP-STATUT           PIC X(02) VALUE "00".
000720     88  HB-JOP-OK               VALUE "00".
000730     88  HB-JOP-ABSENT           VALUE "05".
000740*
000750*----------------------------------------------------------------*
000760* ZONES DE TRAVAIL, REMISES A ZERO A CHAQUE APPEL : LE
000770* SOUS-PROGRAMME GARDE SA WORKING-STORAGE D'UN APPEL A L'AUTRE.
000780*----------------------------------------------------------------*
000790 77  HB-DATE-JOUR            PIC 9(08) VALUE 0.
000800 77  HB-HEURE                PIC 9(08) VALUE 0.
000810 77  HB-OPE-EOF-SW           PIC X VALUE "N".
000820     88  HB-OPE-EOF              VALUE "Y".
000830 77  HB-OPE-ERREUR-SW        PIC X VALUE "N".
000840     88  HB-OPE-ERREUR           VALUE "Y".
000850 77  HB-OPERATEUR-SW         PIC X VALUE "N".
000860     88  HB-OPERATEUR-HABILITE   VALUE "Y".
000870 77  HB-APPROBATEUR-SW       PIC X VALUE "N".
000880     88  HB-APPROBATEUR-HABILITE VALUE "Y".
000890 77  HB-JOURNAL-SW           PIC X VALUE "N".
000900     88  HB-JOURNAL-ECRIT        VALUE "Y".
000910*
000920 LINKAGE SECTION.
000930 COPY PAIRIHAB.
000940*
000950 PROCEDURE DIVISION USING HABILITATION-ZONE.
000960*
000970 0000-MAINLINE.
000980     ACCEPT HB-DATE-JOUR FROM DATE YYYYMMDD.
000990     ACCEPT HB-HEURE FROM TIME.
001000     MOVE "N" TO HB-OPE-EOF-SW.
001010     MOVE "N" TO HB-OPE-ERREUR-SW.
001020     MOVE "N" TO HB-OPERATEUR-SW.
001030     MOVE "N" TO HB-APPROBATEUR-SW.
001040     MOVE "N" TO HB-JOURNAL-SW.
001050     IF HAB-CONCLURE
001060         PERFORM 5000-JOURNALISER-FIN THRU 5000-EXIT
001070     ELSE
001080         PERFORM 1000-CONTROLER THRU 1000-EXIT
001090         PERFORM 4000-JOURNALISER-DEMANDE THRU 4000-EXIT
001100     END-IF.
001110     GOBACK.
001120*
001130*----------------------------------------------------------------*
001140* CONTROLE DE LA DEMANDE. LES REFUS SONT TESTES DANS L'ORDRE :
001150* OPERATEUR ABSENT, APPROBATEUR ABSENT OU IDENTIQUE (DOUBLE
001160* REGARD), FICHIER DES HABILITATIONS ILLISIBLE, OPERATEUR PUIS
001170* APPROBATEUR NON HABILITE. LE PREMIER MOTIF RENCONTRE EST RENDU.
001180*----------------------------------------------------------------*
001190 1000-CONTROLER.
001200     MOVE "R" TO HAB-DECISION.
001210     MOVE SPACES TO HAB-MOTIF.
001220     IF HAB-OPERATEUR = SPACES
001230         MOVE "OPERATEUR= ABSENT" TO HAB-MOTIF
001240         GO TO 1000-EXIT
001250     END-IF.
001260     IF HAB-DOUBLE-EXIGE AND HAB-APPROBATEUR = SPACES
001270         MOVE "APPROBATEUR= ABSENT" TO HAB-MOTIF
001280         GO TO 1000-EXIT
001290     END-IF.
001300     IF HAB-DOUBLE-EXIGE AND HAB-APPROBATEUR = HAB-OPERATEUR
001310         MOVE "APPROBATEUR = OPERATEUR" TO HAB-MOTIF
001320         GO TO 1000-EXIT
001330     END-IF.
001340     PERFORM 2000-LIRE-HABILITATIONS THRU 2000-EXIT.
001350     IF HB-OPE-ERREUR
001360         MOVE "HABILITATIONS ILLISIBLES" TO HAB-MOTIF
001370         GO TO 1000-EXIT
001380     END-IF.
001390     IF NOT HB-OPERATEUR-HABILITE
001400         MOVE "OPERATEUR NON HABILITE" TO HAB-MOTIF
001410         GO TO 1000-EXIT
001420     END-IF.
001430     IF HAB-DOUBLE-EXIGE AND NOT HB-APPROBATEUR-HABILITE
001440         MOVE "APPROBATEUR NON HABILITE" TO HAB-MOTIF
001450         GO TO 1000-EXIT
001460     END-IF.
001470     MOVE "A" TO HAB-DECISION.
001480 1000-EXIT.
001490     EXIT.
001500*
001510*----------------------------------------------------------------*
001520* LECTURE DE PAIRIOPE : SEULES COMPTENT LES LIGNES DU PROGRAMME
001530* ET DE L'ACTION DEMANDES, EN VIGUEUR A LA DATE DU JOUR (DATES
001540* NUMERIQUES, DEBUT ATTEINT, FIN ZERO OU NON DEPASSEE).
001550*----------------------------------------------------------------*
001560 2000-LIRE-HABILITATIONS.
001570     OPEN INPUT HABILITATIONS-FILE.
001580     IF NOT HB-OPE-OK AND NOT HB-OPE-ABSENT
001590         DISPLAY "HABILITE - PAIRIOPE ILLISIBLE - STATUT "
001600             HB-OPE-STATUT
001610         MOVE "Y" TO HB-OPE-ERREUR-SW
001620         GO TO 2000-EXIT
001630     END-IF.
001640     PERFORM 2100-LIRE-UNE-HABILITATION THRU 2100-EXIT
001650         UNTIL HB-OPE-EOF.
001660     CLOSE HABILITATIONS-FILE.
001670 2000-EXIT.
001680     EXIT.
001690*
001700 2100-LIRE-UNE-HABILITATION.
001710     READ HABILITATIONS-FILE
001720         AT END
001730             MOVE "Y" TO HB-OPE-EOF-SW
001740             GO TO 2100-EXIT
001750     END-READ.
001760     IF PIO-OPERATEUR = SPACES OR PIO-OPERATEUR(1:1) = "*"
001770         GO TO 2100-EXIT
001780     END-IF.
001790     IF PIO-PROGRAMME NOT = HAB-PROGRAMME
001800         OR PIO-ACTION NOT = HAB-ACTION
001810         GO TO 2100-EXIT
001820     END-IF.
001830     IF PIO-DATE-DEBUT NOT NUMERIC OR PIO-DATE-FIN NOT NUMERIC
001840         GO TO 2100-EXIT
001850     END-IF.
001860     IF PIO-DATE-DEBUT > HB-DATE-JOUR
001870         GO TO 2100-EXIT
001880     END-IF.
001890     IF PIO-DATE-FIN NOT = 0 AND PIO-DATE-FIN < HB-DATE-JOUR
001900         GO TO 2100-EXIT
001910     END-IF.
001920     IF PIO-OPERATEUR = HAB-OPERATEUR AND PIO-DROIT-EXECUTER
001930         MOVE "Y" TO HB-OPERATEUR-SW
001940     END-IF.
001950     IF PIO-OPERATEUR = HAB-APPROBATEUR AND PIO-DROIT-APPROUVER
001960         MOVE "Y" TO HB-APPROBATEUR-SW
001970     END-IF.
001980 2100-EXIT.
001990     EXIT.
002000*
002010*----------------------------------------------------------------*
002020* JOURNAL DE LA DEMANDE. UNE ACTION ACCORDEE QUI NE PEUT ETRE
002030* JOURNALISEE EST REFUSEE : AUCUNE ACTION SENSIBLE SANS TRACE.
002040*----------------------------------------------------------------*
002050 4000-JOURNALISER-DEMANDE.
002060     MOVE SPACES TO PAIR-IMPAIR-JOP-REC.
002070     MOVE HAB-DECISION TO PIL-RESULTAT.
002080     IF HAB-ACCORDEE
002090         MOVE 0 TO PIL-CODE-RETOUR
002100     ELSE
002110         MOVE 16 TO PIL-CODE-RETOUR
002120     END-IF.
002130     PERFORM 4900-ECRIRE-JOURNAL THRU 4900-EXIT.
002140     IF HAB-ACCORDEE AND NOT HB-JOURNAL-ECRIT
002150         MOVE "R" TO HAB-DECISION
002160         MOVE "JOURNAL PAIRIJOP INDISPONIBLE" TO HAB-MOTIF
002170     END-IF.
002180 4000-EXIT.
002190     EXIT.
002200*
002210*----------------------------------------------------------------*
002220* ECRITURE D'UNE LIGNE DU JOURNAL, OUVERT EN AJOUT ET REFERME A
002230* CHAQUE APPEL.
002240*----------------------------------------------------------------*
002250 4900-ECRIRE-JOURNAL.
002260     MOVE HB-DATE-JOUR TO PIL-DATE.
002270     MOVE HB-HEURE(1:6) TO PIL-HEURE.
002280     MOVE HAB-OPERATEUR TO PIL-OPERATEUR.
002290     MOVE HAB-APPROBATEUR TO PIL-APPROBATEUR.
002300     MOVE HAB-PROGRAMME TO PIL-PROGRAMME.
002310     MOVE HAB-ACTION TO PIL-ACTION.
002320     MOVE HAB-MOTIF TO PIL-MOTIF.
002330     MOVE HAB-PARAMETRES TO PIL-PARAMETRES.
002340     OPEN EXTEND JOURNAL-FILE.
002350     IF NOT HB-JOP-OK AND NOT HB-JOP-ABSENT
002360         DISPLAY "HABILITE - PAIRIJOP NON OUVERT - STATUT "
002370             HB-JOP-STATUT
002380         GO TO 4900-EXIT
002390     END-IF.
002400     WRITE PAIR-IMPAIR-JOP-REC.
002410     IF HB-JOP-OK
002420         MOVE "Y" TO HB-JOURNAL-SW
002430     ELSE
002440         DISPLAY "HABILITE - PAIRIJOP NON ECRIT - STATUT "
002450             HB-JOP-STATUT
002460     END-IF.
002470     CLOSE JOURNAL-FILE.
002480 4900-EXIT.
002490     EXIT.
002500*
002510*----------------------------------------------------------------*
002520* JOURNAL DE LA FIN DE L'ACTION, AVEC LE CODE RETOUR DU PROGRAMME
002530* APPELANT. UN ECHEC N'EST QUE SIGNALE : L'ACTION EST FAITE.
002540*----------------------------------------------------------------*
002550 5000-JOURNALISER-FIN.
002560     MOVE SPACES TO PAIR-IMPAIR-JOP-REC.
002570     MOVE "T" TO PIL-RESULTAT.
002580     MOVE HAB-CODE-RETOUR TO PIL-CODE-RETOUR.
002590     PERFORM 4900-ECRIRE-JOURNAL THRU 4900-EXIT.
002600 5000-EXIT.
002610     EXIT.
