000470*                 COMPLETE EN PLUS DE LA PARITE, DES PASSAGES,
000480*                 DES DATES ET DU SERVICE), COMME L'AFFICHAGE
000490*                 UNITAIRE.
000500* 15/10/2026 JM   AJOUT DE LA CONSULTATION DE L'HISTORIQUE DES
000510*                 PASSAGES D'UN NOMBRE (FICHIER INDEXE PAIRIHIS) :
000520*                 CHOIX 3 DU MENU, ET EN MODE LOT UNE DEMANDE
000530*                 PREFIXEE PAR "H" (EXEMPLE : H 12345). CHAQUE
000540*                 PASSAGE EST RESTITUE DANS L'ORDRE (DATE,
000550*                 EXECUTION, SERVICE, PROGRAMME, VALEUR) AVEC
000560*                 L'ECART DE VALEUR PAR RAPPORT AU PASSAGE
000570*                 PRECEDENT. SUR CONSREPO, UNE LIGNE PAR PASSAGE
000580*                 AU FORMAT NOMBRE;PASSAGE;RANG;EXECUTION;DATE;
000590*                 SOURCE;PROGRAMME;VALEUR;ECART ; UN NOMBRE SANS
000600*                 PASSAGE REND LE STATUT INCONNU, UN HISTORIQUE
000610*                 ILLISIBLE LE STATUT INDISPO.
000620*----------------------------------------------------------------*
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT OPTIONAL PAIR-IMPAIR-MST
000680         ASSIGN TO "PAIRIMST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PIM-NOMBRE
000720         FILE STATUS IS CS-MST-STATUT.
000730     SELECT OPTIONAL HISTORIQUE-PASSAGES
000740         ASSIGN TO "PAIRIHIS"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS PIH-CLE
000780         FILE STATUS IS CS-HIS-STATUT.
000790     SELECT OPTIONAL DEMANDES-IN
000800         ASSIGN TO "CONSDEMA"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS CS-DEM-STATUT.
000830     SELECT REPONSES-OUT
000840         ASSIGN TO "CONSREPO"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS CS-REP-STATUT.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PAIR-IMPAIR-MST
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PAIRIMST.
000930*
000940 FD  HISTORIQUE-PASSAGES
000950     LABEL RECORDS ARE STANDARD.
000960     COPY PAIRIHIS.
000970*
000980 FD  DEMANDES-IN
000990     LABEL RECORDS ARE STANDARD.
001000 01  DEMANDE-REC             PIC X(80).
001010*
001020 FD  REPONSES-OUT
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPONSE-REC             PIC X(100).
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080*----------------------------------------------------------------*
001090* ZONES DE TRAVAIL DE LA CONSULTATION.
001100*----------------------------------------------------------------*
001110 77  CS-SAISIE               PIC X(10) VALUE SPACES.
001120 77  CS-NOMBRE               PIC S9(10) VALUE 0.
001130 77  CS-FIN-SW               PIC X VALUE "N".
001140     88  CS-FIN                  VALUE "Y".
001150 77  CS-NB-EDIT              PIC ZZZZZZ9.
001160 77  CS-MST-STATUT           PIC X(02) VALUE "00".
001170     88  CS-MST-OK               VALUE "00".
001180     88  CS-MST-ABSENT           VALUE "05".
001190 77  CS-DEM-STATUT           PIC X(02) VALUE "00".
001200     88  CS-DEM-OK               VALUE "00".
001210     88  CS-DEM-ABSENT           VALUE "05".
001220 77  CS-REP-STATUT           PIC X(02) VALUE "00".
001230     88  CS-REP-OK               VALUE "00".
001240 77  CS-HIS-STATUT           PIC X(02) VALUE "00".
001250     88  CS-HIS-OK               VALUE "00".
001260     88  CS-HIS-ABSENT           VALUE "05".
001270*
001280*----------------------------------------------------------------*
001290* CHOIX DU MODE. LA PRESENCE DU FICHIER DE DEMANDES CONSDEMA
001300* DECLENCHE LE MODE LOT SANS MENU, COMME PAIRIPRM LE FAIT POUR
001310* PAIR-IMPAIR.
001320*----------------------------------------------------------------*
001330 77  CS-MODE                 PIC X VALUE SPACE.
001340     88  CS-MODE-UNITAIRE        VALUE "1".
001350     88  CS-MODE-PARCOURS        VALUE "2".
001360     88  CS-MODE-HISTORIQUE      VALUE "3".
001370     88  CS-MODE-VALIDE          VALUES "1" "2" "3".
001380     88  CS-MODE-LOT             VALUE "L".
001390*
001400*----------------------------------------------------------------*
001410* BORNES ET FILTRES DU PARCOURS PAR PLAGE.
001420*----------------------------------------------------------------*
001430 77  CS-PLAGE-DEBUT          PIC S9(10) VALUE 0.
001440 77  CS-PLAGE-FIN            PIC S9(10) VALUE 0.
001450 77  CS-CHOIX-PARITE         PIC X VALUE SPACE.
001460     88  CS-PARITE-TOUTES        VALUE SPACE.
001470     88  CS-PARITE-PAIR          VALUE "P".
001480     88  CS-PARITE-IMPAIR        VALUE "I".
001490 77  CS-MIN-PASSAGES         PIC 9(07) VALUE 0.
001500 77  CS-MST-EOF-SW           PIC X VALUE "N".
001510     88  CS-MST-EOF              VALUE "Y".
001520 77  CS-NB-AFFICHES          PIC 9(07) COMP VALUE 0.
001530*
001540*----------------------------------------------------------------*
001550* ZONES DE TRAVAIL DU MODE LOT (DEMANDES CONSDEMA, REPONSES
001560* CONSREPO AU FORMAT DELIMITE, UNE LIGNE PAR DEMANDE AVEC SON
001570* STATUT).
001580*----------------------------------------------------------------*
001590 77  CS-DEM-EOF-SW           PIC X VALUE "N".
001600     88  CS-DEM-EOF              VALUE "Y".
001610 77  CS-NB-DEMANDES          PIC 9(09) COMP VALUE 0.
001620 77  CS-NB-TROUVES           PIC 9(09) COMP VALUE 0.
001630 77  CS-NB-INCONNUS          PIC 9(09) COMP VALUE 0.
001640 77  CS-NB-INVALIDES         PIC 9(09) COMP VALUE 0.
001650 77  CS-LIB-STATUT           PIC X(08) VALUE SPACES.
001660 77  CS-EDIT-NOMBRE          PIC -(10)9.
001670 77  CS-CHAMP-NOMBRE         PIC X(12) VALUE SPACES.
001680 77  CS-EDIT-PASSAGES        PIC Z(06)9.
001690 77  CS-CHAMP-PASSAGES       PIC X(08) VALUE SPACES.
001700 77  CS-LIB-PARITE           PIC X(06) VALUE SPACES.
001710 77  CS-EDIT-VALEUR          PIC -(13)9.9(04).
001720 77  CS-CHAMP-VALEUR         PIC X(20) VALUE SPACES.
001730*
001740*----------------------------------------------------------------*
001750* ZONES DE TRAVAIL DE L'HISTORIQUE DES PASSAGES. L'HISTORIQUE
001760* ILLISIBLE N'ARRETE PAS LA CONSULTATION DU MAITRE : SEULES LES
001770* DEMANDES D'HISTORIQUE SONT REFUSEES.
001780*----------------------------------------------------------------*
001790 77  CS-HIS-DISPO-SW         PIC X VALUE "N".
001800     88  CS-HIS-DISPONIBLE       VALUE "Y".
001810 77  CS-HIS-FIN-SW           PIC X VALUE "N".
001820     88  CS-HIS-FIN              VALUE "Y".
001830 77  CS-NB-PASSAGES-HIS      PIC 9(07) COMP VALUE 0.
001840 77  CS-VAL-PRECEDENTE       PIC S9(13)V9(04) COMP-3 VALUE 0.
001850 77  CS-ECART                PIC S9(14)V9(04) COMP-3 VALUE 0.
001860 77  CS-EDIT-RANG            PIC Z(06)9.
001870 77  CS-CHAMP-RANG           PIC X(08) VALUE SPACES.
001880 77  CS-EDIT-ECART           PIC -(14)9.9(04).
001890 77  CS-CHAMP-ECART          PIC X(21) VALUE SPACES.
001900*
001910 PROCEDURE DIVISION.
001920*
001930 0000-MAINLINE.
001940     OPEN INPUT PAIR-IMPAIR-MST.
001950     IF NOT CS-MST-OK AND NOT CS-MST-ABSENT
001960         DISPLAY "FICHIER MAITRE INDISPONIBLE - STATUT "
001970             CS-MST-STATUT
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     OPEN INPUT HISTORIQUE-PASSAGES.
002020     IF CS-HIS-OK OR CS-HIS-ABSENT
002030         MOVE "Y" TO CS-HIS-DISPO-SW
002040     ELSE
002050         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE - STATUT "
002060             CS-HIS-STATUT
002070     END-IF.
002080     OPEN INPUT DEMANDES-IN.
002090     IF NOT CS-DEM-OK AND NOT CS-DEM-ABSENT
002100         DISPLAY "FICHIER DE DEMANDES ILLISIBLE - STATUT "
002110             CS-DEM-STATUT
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     IF CS-DEM-ABSENT
002160         CLOSE DEMANDES-IN
002170         PERFORM 2000-DEMANDER-MODE THRU 2000-EXIT
002180         EVALUATE TRUE
002190             WHEN CS-MODE-UNITAIRE
002200                 PERFORM 4000-CONSULTER-UN-NOMBRE THRU 4000-EXIT
002210                     UNTIL CS-FIN
002220             WHEN CS-MODE-PARCOURS
002230                 PERFORM 5000-PARCOURIR-PLAGE THRU 5000-EXIT
002240             WHEN CS-MODE-HISTORIQUE
002250                 PERFORM 7000-CONSULTER-HISTORIQUE THRU 7000-EXIT
002260                     UNTIL CS-FIN
002270         END-EVALUATE
002280     ELSE
002290         MOVE "L" TO CS-MODE
002300         PERFORM 6000-TRAITER-DEMANDES THRU 6000-EXIT
002310     END-IF.
002320     CLOSE PAIR-IMPAIR-MST.
002330     IF CS-HIS-DISPONIBLE
002340         CLOSE HISTORIQUE-PASSAGES
002350     END-IF.
002360     STOP RUN.
002370*
002380*----------------------------------------------------------------*
002390* DEMANDE LE MODE DE CONSULTATION. LA QUESTION EST REPETEE TANT
002400* QUE LA REPONSE N'EST PAS UN CHOIX VALIDE.
002410*----------------------------------------------------------------*
002420 2000-DEMANDER-MODE.
002430     MOVE SPACE TO CS-MODE.
002440     PERFORM 2100-AFFICHER-MENU THRU 2100-EXIT
002450         UNTIL CS-MODE-VALIDE.
002460 2000-EXIT.
002470     EXIT.
002480*
002490 2100-AFFICHER-MENU.
002500     DISPLAY "1 - CONSULTATION UNITAIRE D'UN NOMBRE".
002510     DISPLAY "2 - PARCOURS D'UNE PLAGE DE NOMBRES".
002520     DISPLAY "3 - HISTORIQUE DES PASSAGES D'UN NOMBRE".
002530     DISPLAY "VOTRE CHOIX (1, 2 OU 3) : ".
002540     ACCEPT CS-MODE.
002550     IF NOT CS-MODE-VALIDE
002560         DISPLAY "CHOIX INVALIDE, RECOMMENCEZ."
002570     END-IF.
002580 2100-EXIT.
002590     EXIT.
002600*
002610*----------------------------------------------------------------*
002620* UNE CONSULTATION : SAISIE DU NOMBRE, LECTURE PAR CLE DU
002630* FICHIER MAITRE ET AFFICHAGE DU RESULTAT. UNE SAISIE VIDE
002640* TERMINE LA SESSION.
002650*----------------------------------------------------------------*
002660 4000-CONSULTER-UN-NOMBRE.
002670     DISPLAY "NOMBRE A CONSULTER (VIDE POUR TERMINER) : ".
002680     MOVE SPACES TO CS-SAISIE.
002690     ACCEPT CS-SAISIE.
002700     IF CS-SAISIE = SPACES
002710         MOVE "Y" TO CS-FIN-SW
002720         GO TO 4000-EXIT
002730     END-IF.
002740     IF FUNCTION TEST-NUMVAL(CS-SAISIE) NOT = 0
002750         DISPLAY "VALEUR NON NUMERIQUE, RECOMMENCEZ."
002760         GO TO 4000-EXIT
002770     END-IF.
002780     COMPUTE CS-NOMBRE =
002790         FUNCTION INTEGER-PART(FUNCTION NUMVAL(CS-SAISIE)).
002800     MOVE CS-NOMBRE TO PIM-NOMBRE.
002810     READ PAIR-IMPAIR-MST
002820         INVALID KEY
002830             DISPLAY "NOMBRE INCONNU AU FICHIER MAITRE."
002840         NOT INVALID KEY
002850             PERFORM 4100-AFFICHER-RESULTAT THRU 4100-EXIT
002860     END-READ.
002870 4000-EXIT.
002880     EXIT.
002890*
002900 4100-AFFICHER-RESULTAT.
002910     IF PIM-RESTE = 0
002920         DISPLAY "NOMBRE " PIM-NOMBRE " : PAIR"
002930     ELSE
002940         DISPLAY "NOMBRE " PIM-NOMBRE " : IMPAIR"
002950     END-IF.
002960     DISPLAY "PREMIER PASSAGE LE  " PIM-DATE-PREMIERE
002970         " (EXECUTION " PIM-NO-EXEC-PREMIER ")".
002980     DISPLAY "DERNIER PASSAGE LE  " PIM-DATE-DERNIERE
002990         " (EXECUTION " PIM-NO-EXEC-DERNIER ")".
003000     MOVE PIM-NB-PASSAGES TO CS-NB-EDIT.
003010     DISPLAY "NOMBRE DE PASSAGES  " CS-NB-EDIT.
003020     IF PIM-SOURCE NOT = SPACES
003030         DISPLAY "SERVICE EMETTEUR    " PIM-SOURCE
003040     END-IF.
003050 4100-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------------*
003090* PARCOURS PAR PLAGE SUR LA CLE PIM-NOMBRE : SAISIE DES BORNES
003100* ET DES FILTRES, POSITIONNEMENT SUR LA BORNE DE DEBUT PUIS
003110* LECTURE SEQUENTIELLE JUSQU'A LA BORNE DE FIN. CHAQUE NOMBRE
003120* RETENU EST AFFICHE COMME EN CONSULTATION UNITAIRE.
003130*----------------------------------------------------------------*
003140 5000-PARCOURIR-PLAGE.
003150     DISPLAY "VALEUR DE DEBUT : ".
003160     MOVE SPACES TO CS-SAISIE.
003170     ACCEPT CS-SAISIE.
003180     IF FUNCTION TEST-NUMVAL(CS-SAISIE) NOT = 0
003190         DISPLAY "VALEUR NON NUMERIQUE."
003200         GO TO 5000-EXIT
003210     END-IF.
003220     COMPUTE CS-PLAGE-DEBUT =
003230         FUNCTION INTEGER-PART(FUNCTION NUMVAL(CS-SAISIE)).
003240     DISPLAY "VALEUR DE FIN   : ".
003250     MOVE SPACES TO CS-SAISIE.
003260     ACCEPT CS-SAISIE.
003270     IF FUNCTION TEST-NUMVAL(CS-SAISIE) NOT = 0
003280         DISPLAY "VALEUR NON NUMERIQUE."
003290         GO TO 5000-EXIT
003300     END-IF.
003310     COMPUTE CS-PLAGE-FIN =
003320         FUNCTION INTEGER-PART(FUNCTION NUMVAL(CS-SAISIE)).
003330     IF CS-PLAGE-FIN < CS-PLAGE-DEBUT
003340         DISPLAY "PLAGE INVALIDE."
003350         GO TO 5000-EXIT
003360     END-IF.
003370     DISPLAY "PARITE (P=PAIR, I=IMPAIR, BLANC=TOUTES) : ".
003380     MOVE SPACE TO CS-CHOIX-PARITE.
003390     ACCEPT CS-CHOIX-PARITE.
003400     DISPLAY "PASSAGES AU MINIMUM (BLANC = TOUS) : ".
003410     MOVE SPACES TO CS-SAISIE.
003420     ACCEPT CS-SAISIE.
003430     IF CS-SAISIE = SPACES
003440         MOVE 0 TO CS-MIN-PASSAGES
003450     ELSE
003460         IF FUNCTION TEST-NUMVAL(CS-SAISIE) = 0
003470             COMPUTE CS-MIN-PASSAGES =
003480                 FUNCTION NUMVAL(CS-SAISIE)
003490         ELSE
003500             MOVE 0 TO CS-MIN-PASSAGES
003510         END-IF
003520     END-IF.
003530     MOVE CS-PLAGE-DEBUT TO PIM-NOMBRE.
003540     START PAIR-IMPAIR-MST
003550         KEY IS NOT LESS THAN PIM-NOMBRE
003560         INVALID KEY
003570             MOVE "Y" TO CS-MST-EOF-SW
003580     END-START.
003590     PERFORM 5100-LIRE-SUIVANT THRU 5100-EXIT
003600         UNTIL CS-MST-EOF.
003610     MOVE CS-NB-AFFICHES TO CS-NB-EDIT.
003620     DISPLAY "NOMBRES AFFICHES : " CS-NB-EDIT.
003630 5000-EXIT.
003640     EXIT.
003650*
003660 5100-LIRE-SUIVANT.
003670     READ PAIR-IMPAIR-MST NEXT RECORD
003680         AT END
003690             MOVE "Y" TO CS-MST-EOF-SW
003700         NOT AT END
003710             IF PIM-NOMBRE > CS-PLAGE-FIN
003720                 MOVE "Y" TO CS-MST-EOF-SW
003730             ELSE
003740                 PERFORM 5200-FILTRER-ET-AFFICHER
003750                     THRU 5200-EXIT
003760             END-IF
003770     END-READ.
003780 5100-EXIT.
003790     EXIT.
003800*
003810 5200-FILTRER-ET-AFFICHER.
003820     IF CS-PARITE-PAIR AND PIM-RESTE NOT = 0
003830         GO TO 5200-EXIT
003840     END-IF.
003850     IF CS-PARITE-IMPAIR AND PIM-RESTE = 0
003860         GO TO 5200-EXIT
003870     END-IF.
003880     IF PIM-NB-PASSAGES < CS-MIN-PASSAGES
003890         GO TO 5200-EXIT
003900     END-IF.
003910     PERFORM 4100-AFFICHER-RESULTAT THRU 4100-EXIT.
003920     ADD 1 TO CS-NB-AFFICHES.
003930 5200-EXIT.
003940     EXIT.
003950*
003960*----------------------------------------------------------------*
003970* MODE LOT SANS OPERATEUR : CHAQUE LIGNE UTILE DE CONSDEMA EST
003980* UNE DEMANDE ; LA REPONSE (DONNEES COMPLETES DU MAITRE OU
003990* STATUT INCONNU / INVALIDE) EST ECRITE SUR CONSREPO AU FORMAT
004000* DELIMITE, UNE LIGNE PAR DEMANDE, DANS L'ORDRE DES DEMANDES.
004010*----------------------------------------------------------------*
004020 6000-TRAITER-DEMANDES.
004030     OPEN OUTPUT REPONSES-OUT.
004040     IF NOT CS-REP-OK
004050         DISPLAY "FICHIER DE REPONSES ILLISIBLE - STATUT "
004060             CS-REP-STATUT
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     MOVE SPACES TO REPONSE-REC.
004110     STRING "NOMBRE;STATUT;PARITE;VALIDE;PASSAGES;"
004120         DELIMITED BY SIZE
004130         "PREMIERE;DERNIERE;EXEC-PREMIER;EXEC-DERNIER;"
004140         DELIMITED BY SIZE
004150         "SOURCE;VALEUR" DELIMITED BY SIZE
004160         INTO REPONSE-REC.
004170     WRITE REPONSE-REC.
004180     PERFORM 6100-LIRE-UNE-DEMANDE THRU 6100-EXIT
004190         UNTIL CS-DEM-EOF.
004200     CLOSE DEMANDES-IN.
004210     CLOSE REPONSES-OUT.
004220     MOVE CS-NB-DEMANDES TO CS-NB-EDIT.
004230     DISPLAY "DEMANDES TRAITEES : " CS-NB-EDIT.
004240     MOVE CS-NB-TROUVES TO CS-NB-EDIT.
004250     DISPLAY "DEMANDES TROUVEES : " CS-NB-EDIT.
004260     MOVE CS-NB-INCONNUS TO CS-NB-EDIT.
004270     DISPLAY "DEMANDES INCONNUES: " CS-NB-EDIT.
004280     MOVE CS-NB-INVALIDES TO CS-NB-EDIT.
004290     DISPLAY "DEMANDES INVALIDES: " CS-NB-EDIT.
004300 6000-EXIT.
004310     EXIT.
004320*
004330 6100-LIRE-UNE-DEMANDE.
004340     READ DEMANDES-IN
004350         AT END
004360             MOVE "Y" TO CS-DEM-EOF-SW
004370         NOT AT END
004380             IF DEMANDE-REC NOT = SPACES
004390                 AND DEMANDE-REC(1:1) NOT = "*"
004400                 ADD 1 TO CS-NB-DEMANDES
004410                 PERFORM 6200-REPONDRE-UNE-DEMANDE
004420                     THRU 6200-EXIT
004430             END-IF
004440     END-READ.
004450 6100-EXIT.
004460     EXIT.
004470*
004480 6200-REPONDRE-UNE-DEMANDE.
004490     IF DEMANDE-REC(1:1) = "H"
004500         PERFORM 6600-REPONDRE-HISTORIQUE THRU 6600-EXIT
004510         GO TO 6200-EXIT
004520     END-IF.
004530     IF FUNCTION TEST-NUMVAL(DEMANDE-REC) NOT = 0
004540         ADD 1 TO CS-NB-INVALIDES
004550         MOVE "INVALIDE" TO CS-LIB-STATUT
004560         PERFORM 6400-ECRIRE-REPONSE-VIDE THRU 6400-EXIT
004570         GO TO 6200-EXIT
004580     END-IF.
004590     COMPUTE CS-NOMBRE =
004600         FUNCTION INTEGER-PART(FUNCTION NUMVAL(DEMANDE-REC)).
004610     MOVE CS-NOMBRE TO PIM-NOMBRE.
004620     READ PAIR-IMPAIR-MST
004630         INVALID KEY
004640             ADD 1 TO CS-NB-INCONNUS
004650             MOVE "INCONNU" TO CS-LIB-STATUT
004660             PERFORM 6400-ECRIRE-REPONSE-VIDE THRU 6400-EXIT
004670         NOT INVALID KEY
004680             ADD 1 TO CS-NB-TROUVES
004690             PERFORM 6300-ECRIRE-REPONSE-TROUVEE
004700                 THRU 6300-EXIT
004710     END-READ.
004720 6200-EXIT.
004730     EXIT.
004740*
004750 6300-ECRIRE-REPONSE-TROUVEE.
004760     MOVE PIM-NOMBRE TO CS-EDIT-NOMBRE.
004770     MOVE FUNCTION TRIM(CS-EDIT-NOMBRE) TO CS-CHAMP-NOMBRE.
004780     IF PIM-RESTE = 0
004790         MOVE "PAIR" TO CS-LIB-PARITE
004800     ELSE
004810         MOVE "IMPAIR" TO CS-LIB-PARITE
004820     END-IF.
004830     MOVE PIM-NB-PASSAGES TO CS-EDIT-PASSAGES.
004840     MOVE FUNCTION TRIM(CS-EDIT-PASSAGES) TO CS-CHAMP-PASSAGES.
004850     IF PIM-VALEUR IS NUMERIC
004860         MOVE PIM-VALEUR TO CS-EDIT-VALEUR
004870         MOVE FUNCTION TRIM(CS-EDIT-VALEUR) TO CS-CHAMP-VALEUR
004880     ELSE
004890         MOVE SPACES TO CS-CHAMP-VALEUR
004900     END-IF.
004910     MOVE SPACES TO REPONSE-REC.
004920     STRING CS-CHAMP-NOMBRE DELIMITED BY SPACE
004930         ";TROUVE;" DELIMITED BY SIZE
004940         CS-LIB-PARITE DELIMITED BY SPACE
004950         ";" DELIMITED BY SIZE
004960         PIM-VALIDE DELIMITED BY SIZE
004970         ";" DELIMITED BY SIZE
004980         CS-CHAMP-PASSAGES DELIMITED BY SPACE
004990         ";" DELIMITED BY SIZE
005000         PIM-DATE-PREMIERE DELIMITED BY SIZE
005010         ";" DELIMITED BY SIZE
005020         PIM-DATE-DERNIERE DELIMITED BY SIZE
005030         ";" DELIMITED BY SIZE
005040         PIM-NO-EXEC-PREMIER DELIMITED BY SIZE
005050         ";" DELIMITED BY SIZE
005060         PIM-NO-EXEC-DERNIER DELIMITED BY SIZE
005070         ";" DELIMITED BY SIZE
005080         PIM-SOURCE DELIMITED BY SIZE
005090         ";" DELIMITED BY SIZE
005100         CS-CHAMP-VALEUR DELIMITED BY SPACE
005110         INTO REPONSE-REC.
005120     PERFORM 6500-ECRIRE-REPONSE THRU 6500-EXIT.
005130 6300-EXIT.
005140     EXIT.
005150*
005160*----------------------------------------------------------------*
005170* REPONSE SANS DONNEES DU MAITRE : LA VALEUR DEMANDEE EST
005180* RETOURNEE TELLE QUELLE AVEC SON STATUT, LES POINTS-VIRGULES
005190* QU'ELLE CONTIENT SONT REMPLACES PAR "?" COMME DANS
005200* L'EXTRACTION DES REJETS.
005210*----------------------------------------------------------------*
005220 6400-ECRIRE-REPONSE-VIDE.
005230     MOVE DEMANDE-REC(1:12) TO CS-CHAMP-NOMBRE.
005240     INSPECT CS-CHAMP-NOMBRE REPLACING ALL ";" BY "?".
005250     MOVE SPACES TO REPONSE-REC.
005260     STRING CS-CHAMP-NOMBRE DELIMITED BY SIZE
005270         ";" DELIMITED BY SIZE
005280         CS-LIB-STATUT DELIMITED BY SPACE
005290         ";;;;;;;;;" DELIMITED BY SIZE
005300         INTO REPONSE-REC.
005310     PERFORM 6500-ECRIRE-REPONSE THRU 6500-EXIT.
005320 6400-EXIT.
005330     EXIT.
005340*
005350 6500-ECRIRE-REPONSE.
005360     WRITE REPONSE-REC.
005370     IF NOT CS-REP-OK
005380         DISPLAY "ERREUR D'ECRITURE CONSREPO - STATUT "
005390             CS-REP-STATUT
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430 6500-EXIT.
005440     EXIT.
005450*
005460*----------------------------------------------------------------*
005470* DEMANDE D'HISTORIQUE EN MODE LOT ("H" SUIVI DU NOMBRE) : UNE
005480* LIGNE PASSAGE PAR PASSAGE TROUVE (ECRITE PAR LE 7400), OU UNE
005490* REPONSE VIDE AVEC LE STATUT INVALIDE, INDISPO OU INCONNU.
005500*----------------------------------------------------------------*
005510 6600-REPONDRE-HISTORIQUE.
005520     IF FUNCTION TEST-NUMVAL(DEMANDE-REC(2:79)) NOT = 0
005530         ADD 1 TO CS-NB-INVALIDES
005540         MOVE "INVALIDE" TO CS-LIB-STATUT
005550         PERFORM 6400-ECRIRE-REPONSE-VIDE THRU 6400-EXIT
005560         GO TO 6600-EXIT
005570     END-IF.
005580     IF NOT CS-HIS-DISPONIBLE
005590         ADD 1 TO CS-NB-INCONNUS
005600         MOVE "INDISPO" TO CS-LIB-STATUT
005610         PERFORM 6400-ECRIRE-REPONSE-VIDE THRU 6400-EXIT
005620         GO TO 6600-EXIT
005630     END-IF.
005640     COMPUTE CS-NOMBRE =
005650         FUNCTION INTEGER-PART(
005660             FUNCTION NUMVAL(DEMANDE-REC(2:79))).
005670     PERFORM 7100-PARCOURIR-PASSAGES THRU 7100-EXIT.
005680     IF CS-NB-PASSAGES-HIS = 0
005690         ADD 1 TO CS-NB-INCONNUS
005700         MOVE "INCONNU" TO CS-LIB-STATUT
005710         PERFORM 6400-ECRIRE-REPONSE-VIDE THRU 6400-EXIT
005720     ELSE
005730         ADD 1 TO CS-NB-TROUVES
005740     END-IF.
005750 6600-EXIT.
005760     EXIT.
005770*
005780*----------------------------------------------------------------*
005790* HISTORIQUE AU TERMINAL : SAISIE DU NOMBRE PUIS AFFICHAGE DE
005800* TOUS SES PASSAGES. UNE SAISIE VIDE TERMINE LA SESSION.
005810*----------------------------------------------------------------*
005820 7000-CONSULTER-HISTORIQUE.
005830     DISPLAY "NOMBRE A CONSULTER (VIDE POUR TERMINER) : ".
005840     MOVE SPACES TO CS-SAISIE.
005850     ACCEPT CS-SAISIE.
005860     IF CS-SAISIE = SPACES
005870         MOVE "Y" TO CS-FIN-SW
005880         GO TO 7000-EXIT
005890     END-IF.
005900     IF FUNCTION TEST-NUMVAL(CS-SAISIE) NOT = 0
005910         DISPLAY "VALEUR NON NUMERIQUE, RECOMMENCEZ."
005920         GO TO 7000-EXIT
005930     END-IF.
005940     IF NOT CS-HIS-DISPONIBLE
005950         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE."
005960         GO TO 7000-EXIT
005970     END-IF.
005980     COMPUTE CS-NOMBRE =
005990         FUNCTION INTEGER-PART(FUNCTION NUMVAL(CS-SAISIE)).
006000     PERFORM 7100-PARCOURIR-PASSAGES THRU 7100-EXIT.
006010     IF CS-NB-PASSAGES-HIS = 0
006020         DISPLAY "AUCUN PASSAGE A L'HISTORIQUE POUR CE NOMBRE."
006030     ELSE
006040         MOVE CS-NB-PASSAGES-HIS TO CS-NB-EDIT
006050         DISPLAY "PASSAGES AFFICHES   " CS-NB-EDIT
006060     END-IF.
006070 7000-EXIT.
006080     EXIT.
006090*
006100*----------------------------------------------------------------*
006110* PARCOURS DES PASSAGES DE CS-NOMBRE : POSITIONNEMENT SUR LA
006120* PREMIERE CLE DU NOMBRE (EXECUTION ET RANG A ZERO) PUIS
006130* LECTURE SEQUENTIELLE TANT QUE LE NOMBRE NE CHANGE PAS. LA
006140* CLE ORDONNE LES PASSAGES PAR EXECUTION, DONC
006150* CHRONOLOGIQUEMENT.
006160*----------------------------------------------------------------*
006170 7100-PARCOURIR-PASSAGES.
006180     MOVE 0 TO CS-NB-PASSAGES-HIS.
006190     MOVE 0 TO CS-VAL-PRECEDENTE.
006200     MOVE "N" TO CS-HIS-FIN-SW.
006210     MOVE CS-NOMBRE TO PIH-NOMBRE.
006220     MOVE 0 TO PIH-NO-EXECUTION.
006230     MOVE 0 TO PIH-NO-RANG.
006240     START HISTORIQUE-PASSAGES
006250         KEY IS NOT LESS THAN PIH-CLE
006260         INVALID KEY
006270             MOVE "Y" TO CS-HIS-FIN-SW
006280     END-START.
006290     PERFORM 7200-LIRE-UN-PASSAGE THRU 7200-EXIT
006300         UNTIL CS-HIS-FIN.
006310 7100-EXIT.
006320     EXIT.
006330*
006340 7200-LIRE-UN-PASSAGE.
006350     READ HISTORIQUE-PASSAGES NEXT RECORD
006360         AT END
006370             MOVE "Y" TO CS-HIS-FIN-SW
006380             GO TO 7200-EXIT
006390     END-READ.
006400     IF PIH-NOMBRE NOT = CS-NOMBRE
006410         MOVE "Y" TO CS-HIS-FIN-SW
006420         GO TO 7200-EXIT
006430     END-IF.
006440     ADD 1 TO CS-NB-PASSAGES-HIS.
006450     MOVE CS-NB-PASSAGES-HIS TO CS-EDIT-RANG.
006460     MOVE FUNCTION TRIM(CS-EDIT-RANG) TO CS-CHAMP-RANG.
006470     MOVE PIH-VALEUR TO CS-EDIT-VALEUR.
006480     MOVE FUNCTION TRIM(CS-EDIT-VALEUR) TO CS-CHAMP-VALEUR.
006490     IF CS-NB-PASSAGES-HIS = 1
006500         MOVE SPACES TO CS-CHAMP-ECART
006510     ELSE
006520         COMPUTE CS-ECART = PIH-VALEUR - CS-VAL-PRECEDENTE
006530         MOVE CS-ECART TO CS-EDIT-ECART
006540         MOVE FUNCTION TRIM(CS-EDIT-ECART) TO CS-CHAMP-ECART
006550     END-IF.
006560     MOVE PIH-VALEUR TO CS-VAL-PRECEDENTE.
006570     IF CS-MODE-LOT
006580         PERFORM 7400-ECRIRE-PASSAGE THRU 7400-EXIT
006590     ELSE
006600         PERFORM 7300-AFFICHER-PASSAGE THRU 7300-EXIT
006610     END-IF.
006620 7200-EXIT.
006630     EXIT.
006640*
006650 7300-AFFICHER-PASSAGE.
006660     DISPLAY "PASSAGE " CS-EDIT-RANG " LE " PIH-DATE
006670         " (EXECUTION " PIH-NO-EXECUTION ") SERVICE " PIH-SOURCE
006680         " PAR " PIH-PROGRAMME.
006690     IF CS-NB-PASSAGES-HIS = 1
006700         DISPLAY "    VALEUR " CS-CHAMP-VALEUR
006710     ELSE
006720         DISPLAY "    VALEUR " CS-CHAMP-VALEUR
006730             " ECART " CS-CHAMP-ECART
006740     END-IF.
006750 7300-EXIT.
006760     EXIT.
006770*
006780 7400-ECRIRE-PASSAGE.
006790     MOVE PIH-NOMBRE TO CS-EDIT-NOMBRE.
006800     MOVE FUNCTION TRIM(CS-EDIT-NOMBRE) TO CS-CHAMP-NOMBRE.
006810     MOVE SPACES TO REPONSE-REC.
006820     STRING CS-CHAMP-NOMBRE DELIMITED BY SPACE
006830         ";PASSAGE;" DELIMITED BY SIZE
006840         CS-CHAMP-RANG DELIMITED BY SPACE
006850         ";" DELIMITED BY SIZE
006860         PIH-NO-EXECUTION DELIMITED BY SIZE
006870         ";" DELIMITED BY SIZE
006880         PIH-DATE DELIMITED BY SIZE
006890         ";" DELIMITED BY SIZE
006900         PIH-SOURCE DELIMITED BY SIZE
006910         ";" DELIMITED BY SIZE
006920         PIH-PROGRAMME DELIMITED BY SPACE
006930         ";" DELIMITED BY SIZE
006940         CS-CHAMP-VALEUR DELIMITED BY SPACE
006950         ";" DELIMITED BY SIZE
006960         CS-CHAMP-ECART DELIMITED BY SPACE
006970         INTO REPONSE-REC.
006980     PERFORM 6500-ECRIRE-REPONSE THRU 6500-EXIT.
006990 7400-EXIT.
007000     EXIT.
