000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BLOCAGE.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. ENTRETIEN DE LA LISTE INDEXEE DES
000220*                 NUMEROS BLOQUES PAIRIBLQ (COPY PAIRIBLQ),
000230*                 PILOTE PAR LE FICHIER DE PARAMETRES BLOQPARM.
000240*                 TROIS MODES : MODE=AJOUTER AVEC NOMBRE=,
000250*                 MOTIF=, DEMANDEUR=, DEBUT= (DATE DU JOUR PAR
000260*                 DEFAUT) ET FIN= (FACULTATIF, SANS FIN PAR
000270*                 DEFAUT) BLOQUE UN NOMBRE ; MODE=LEVER AVEC
000280*                 NOMBRE= LEVE LE BLOCAGE (L'ENREGISTREMENT EST
000290*                 CONSERVE AVEC LA DATE DE LEVEE) ; MODE=LISTE
000300*                 (DEFAUT, AUSSI SANS BLOQPARM) NE MODIFIE RIEN.
000310*                 PAIR-IMPAIR ET RECYCLAGE REJETTENT AVEC LA
000320*                 RAISON 6 UN NOMBRE DONT LE BLOCAGE EST EN
000330*                 VIGUEUR. UNE ACTION REFUSEE (NOMBRE DEJA BLOQUE,
000340*                 INCONNU OU DEJA LEVE) REND LE CODE RETOUR 8. LA
000350*                 LISTE EST IMPRIMEE SUR BLOQRPT DANS TOUS LES
000360*                 MODES, AVEC L'ETAT DE CHAQUE BLOCAGE A LA DATE
000370*                 DU JOUR.
000380*----------------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL PARAMETRES-IN
000440         ASSIGN TO "BLOQPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BQ-PRM-STATUT.
000470     SELECT OPTIONAL BLOCAGES-FILE
000480         ASSIGN TO "PAIRIBLQ"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PIB-NOMBRE
000520         FILE STATUS IS BQ-BLQ-STATUT.
000530     SELECT BLOCAGES-RPT
000540         ASSIGN TO "BLOQRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BQ-RPT-STATUT.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PARAMETRES-IN
000610     LABEL RECORDS ARE STANDARD.
000620 01  PARAMETRE-REC           PIC X(80).
000630*
000640 FD  BLOCAGES-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PAIRIBLQ.
000670*
000680 FD  BLOCAGES-RPT
000690     LABEL RECORDS ARE STANDARD.
000700 01  BQ-RPT-LIGNE            PIC X(132).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740*----------------------------------------------------------------*
000750* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
000760* L'OUVERTURE DES FICHIERS OPTIONNELS.
000770*----------------------------------------------------------------*
000780 77  BQ-PRM-STATUT           PIC X(02) VALUE "00".
000790     88  BQ-PRM-OK               VALUE "00".
000800     88  BQ-PRM-ABSENT           VALUE "05".
000810 77  BQ-BLQ-STATUT           PIC X(02) VALUE "00".
000820     88  BQ-BLQ-OK               VALUE "00".
000830     88  BQ-BLQ-ABSENT           VALUE "05".
000840     88  BQ-BLQ-FIN              VALUE "10".
000850     88  BQ-BLQ-INTROUVABLE      VALUE "23".
000860 77  BQ-RPT-STATUT           PIC X(02) VALUE "00".
000870     88  BQ-RPT-OK               VALUE "00".
000880 77  BQ-MSG-ERREUR           PIC X(40) VALUE SPACES.
000890 77  BQ-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
000900*
000910*----------------------------------------------------------------*
000920* PARAMETRES DU PASSAGE (FICHIER BLOQPARM). SANS BLOQPARM, LE
000930* MODE LISTE EST RETENU. AJOUTER ET LEVER EXIGENT NOMBRE= (ENTIER
000940* SIGNE DE 10 CHIFFRES AU PLUS, COMME PIM-NOMBRE) ; AJOUTER EXIGE
000950* EN PLUS MOTIF= ET DEMANDEUR=. FIN= NE PEUT PRECEDER DEBUT=.
000960*----------------------------------------------------------------*
000970 77  BQ-MODE                 PIC X VALUE "L".
000980     88  BQ-MODE-LISTE           VALUE "L".
000990     88  BQ-MODE-AJOUTER         VALUE "A".
001000     88  BQ-MODE-LEVER           VALUE "V".
001010 77  BQ-CHOIX-NOMBRE         PIC S9(10) VALUE 0.
001020 77  BQ-NOMBRE-SW            PIC X VALUE "N".
001030     88  BQ-NOMBRE-DONNE         VALUE "Y".
001040 77  BQ-CHOIX-MOTIF          PIC X(30) VALUE SPACES.
001050 77  BQ-CHOIX-DEMANDEUR      PIC X(20) VALUE SPACES.
001060 77  BQ-CHOIX-DEBUT          PIC 9(08) VALUE 0.
001070 77  BQ-CHOIX-FIN            PIC 9(08) VALUE 0.
001080 77  BQ-PRM-EOF-SW           PIC X VALUE "N".
001090     88  BQ-PRM-EOF              VALUE "Y".
001100 77  BQ-PRM-CLE              PIC X(20) VALUE SPACES.
001110 77  BQ-PRM-VALEUR           PIC X(60) VALUE SPACES.
001120 77  BQ-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001130 77  BQ-PRM-VALEUR-NUM       PIC S9(11)V9(04) COMP-3 VALUE 0.
001140 77  BQ-PRM-DATE             PIC 9(08) VALUE 0.
001150*
001160*----------------------------------------------------------------*
001170* ZONES DE TRAVAIL DU PASSAGE.
001180*----------------------------------------------------------------*
001190 77  BQ-DATE-JOUR            PIC 9(08) VALUE 0.
001200 77  BQ-BLQ-EOF-SW           PIC X VALUE "N".
001210     88  BQ-BLQ-EOF              VALUE "Y".
001220 77  BQ-REFUS-SW             PIC X VALUE "N".
001230     88  BQ-ACTION-REFUSEE       VALUE "Y".
001240 77  BQ-EXISTE-SW            PIC X VALUE "N".
001250     88  BQ-BLOCAGE-EXISTE       VALUE "Y".
001260 77  BQ-LIB-ACTION           PIC X(60) VALUE SPACES.
001270 77  BQ-NB-BLOCAGES          PIC 9(09) COMP VALUE 0.
001280 77  BQ-NB-EN-VIGUEUR        PIC 9(09) COMP VALUE 0.
001290 77  BQ-NB-A-VENIR           PIC 9(09) COMP VALUE 0.
001300 77  BQ-NB-ECHUS             PIC 9(09) COMP VALUE 0.
001310 77  BQ-NB-LEVES             PIC 9(09) COMP VALUE 0.
001320*
001330*----------------------------------------------------------------*
001340* ETAT D'UN BLOCAGE A LA DATE DU JOUR, DETERMINE PAR
001350* 7000-ETAT-BLOCAGE SUR L'ENREGISTREMENT COURANT.
001360*----------------------------------------------------------------*
001370 77  BQ-ETAT                 PIC X VALUE SPACE.
001380     88  BQ-EN-VIGUEUR           VALUE "V".
001390     88  BQ-A-VENIR              VALUE "A".
001400     88  BQ-ECHU                 VALUE "E".
001410     88  BQ-ETAT-LEVE            VALUE "L".
001420*
001430*----------------------------------------------------------------*
001440* ZONES D'EDITION DE L'ETAT BLOQRPT.
001450*----------------------------------------------------------------*
001460 77  BQ-EDIT-NOMBRE          PIC -(10)9.
001470 77  BQ-EDIT-NB              PIC ZZZZZZZZ9.
001480 77  BQ-LIB-ETAT             PIC X(10) VALUE SPACES.
001490*
001500 PROCEDURE DIVISION.
001510*
001520 0000-MAINLINE.
001530     ACCEPT BQ-DATE-JOUR FROM DATE YYYYMMDD.
001540     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
001550     PERFORM 2000-OUVRIR-LISTE THRU 2000-EXIT.
001560     EVALUATE TRUE
001570         WHEN BQ-MODE-AJOUTER
001580             PERFORM 3000-AJOUTER-BLOCAGE THRU 3000-EXIT
001590         WHEN BQ-MODE-LEVER
001600             PERFORM 3100-LEVER-BLOCAGE THRU 3100-EXIT
001610     END-EVALUATE.
001620     PERFORM 8000-IMPRIMER-LISTE THRU 8000-EXIT.
001630     CLOSE BLOCAGES-FILE.
001640     IF BQ-ACTION-REFUSEE
001650         MOVE 8 TO RETURN-CODE
001660     END-IF.
001670     STOP RUN.
001680*
001690*----------------------------------------------------------------*
001700* PARAMETRES DU PASSAGE : MODE=AJOUTER, LEVER OU LISTE, NOMBRE=
001710* POUR DESIGNER LE NOMBRE, MOTIF=, DEMANDEUR=, DEBUT= ET FIN=
001720* (AAAAMMJJ) POUR LE BLOCAGE. LES LIGNES VIDES ET LES LIGNES
001730* COMMENCANT PAR * SONT IGNOREES. UN PARAMETRE ABSENT OU
001740* INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
001750*----------------------------------------------------------------*
001760 1000-LIRE-PARAMETRES.
001770     OPEN INPUT PARAMETRES-IN.
001780     IF NOT BQ-PRM-OK AND NOT BQ-PRM-ABSENT
001790         MOVE "PARAMETRES-IN (OUVERTURE)" TO BQ-MSG-ERREUR
001800         MOVE BQ-PRM-STATUT TO BQ-STATUT-ERREUR-FICHIER
001810         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
001820     END-IF.
001830     IF BQ-PRM-ABSENT
001840         CLOSE PARAMETRES-IN
001850     ELSE
001860         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
001870             UNTIL BQ-PRM-EOF
001880         CLOSE PARAMETRES-IN
001890     END-IF.
001900     IF NOT BQ-MODE-LISTE AND NOT BQ-NOMBRE-DONNE
001910         DISPLAY "NOMBRE= EST OBLIGATOIRE EN MODE AJOUTER OU "
001920             "LEVER"
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     IF BQ-MODE-AJOUTER
001970         AND (BQ-CHOIX-MOTIF = SPACES
001980             OR BQ-CHOIX-DEMANDEUR = SPACES)
001990         DISPLAY "MOTIF= ET DEMANDEUR= SONT OBLIGATOIRES EN MODE "
002000             "AJOUTER"
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     IF BQ-CHOIX-DEBUT = 0
002050         MOVE BQ-DATE-JOUR TO BQ-CHOIX-DEBUT
002060     END-IF.
002070     IF BQ-CHOIX-FIN NOT = 0 AND BQ-CHOIX-FIN < BQ-CHOIX-DEBUT
002080         DISPLAY "FIN= NE PEUT PRECEDER DEBUT= : " BQ-CHOIX-FIN
002090             " < " BQ-CHOIX-DEBUT
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150*
002160 1100-LIRE-UN-PARAMETRE.
002170     READ PARAMETRES-IN
002180         AT END
002190             MOVE "Y" TO BQ-PRM-EOF-SW
002200         NOT AT END
002210             IF PARAMETRE-REC NOT = SPACES
002220                 AND PARAMETRE-REC(1:1) NOT = "*"
002230                 PERFORM 1200-APPLIQUER-PARAMETRE
002240                     THRU 1200-EXIT
002250             END-IF
002260     END-READ.
002270 1100-EXIT.
002280     EXIT.
002290*
002300 1200-APPLIQUER-PARAMETRE.
002310     MOVE SPACES TO BQ-PRM-CLE.
002320     MOVE SPACES TO BQ-PRM-VALEUR.
002330     UNSTRING PARAMETRE-REC DELIMITED BY "="
002340         INTO BQ-PRM-CLE, BQ-PRM-VALEUR.
002350     MOVE FUNCTION TRIM(BQ-PRM-CLE) TO BQ-PRM-CLE.
002360     MOVE FUNCTION TRIM(BQ-PRM-VALEUR) TO BQ-PRM-VAL-NET.
002370     EVALUATE BQ-PRM-CLE
002380         WHEN "MODE"
002390             EVALUATE BQ-PRM-VAL-NET
002400                 WHEN "LISTE"
002410                     MOVE "L" TO BQ-MODE
002420                 WHEN "AJOUTER"
002430                     MOVE "A" TO BQ-MODE
002440                 WHEN "LEVER"
002450                     MOVE "V" TO BQ-MODE
002460                 WHEN OTHER
002470                     PERFORM 1900-PARAMETRE-INVALIDE
002480                         THRU 1900-EXIT
002490             END-EVALUATE
002500         WHEN "NOMBRE"
002510             IF BQ-PRM-VAL-NET = SPACES
002520                 OR FUNCTION TEST-NUMVAL(BQ-PRM-VAL-NET) NOT = 0
002530                 PERFORM 1900-PARAMETRE-INVALIDE
002540                     THRU 1900-EXIT
002550             END-IF
002560             COMPUTE BQ-PRM-VALEUR-NUM =
002570                 FUNCTION NUMVAL(BQ-PRM-VAL-NET)
002580             IF BQ-PRM-VALEUR-NUM > 9999999999
002590                 OR BQ-PRM-VALEUR-NUM < -9999999999
002600                 OR BQ-PRM-VALEUR-NUM NOT =
002610                     FUNCTION INTEGER-PART(BQ-PRM-VALEUR-NUM)
002620                 PERFORM 1900-PARAMETRE-INVALIDE
002630                     THRU 1900-EXIT
002640             END-IF
002650             MOVE BQ-PRM-VALEUR-NUM TO BQ-CHOIX-NOMBRE
002660             MOVE "Y" TO BQ-NOMBRE-SW
002670         WHEN "MOTIF"
002680             IF BQ-PRM-VAL-NET = SPACES
002690                 PERFORM 1900-PARAMETRE-INVALIDE
002700                     THRU 1900-EXIT
002710             END-IF
002720             MOVE BQ-PRM-VAL-NET(1:30) TO BQ-CHOIX-MOTIF
002730         WHEN "DEMANDEUR"
002740             IF BQ-PRM-VAL-NET = SPACES
002750                 PERFORM 1900-PARAMETRE-INVALIDE
002760                     THRU 1900-EXIT
002770             END-IF
002780             MOVE BQ-PRM-VAL-NET(1:20) TO BQ-CHOIX-DEMANDEUR
002790         WHEN "DEBUT"
002800             PERFORM 1250-CONTROLER-DATE THRU 1250-EXIT
002810             MOVE BQ-PRM-DATE TO BQ-CHOIX-DEBUT
002820         WHEN "FIN"
002830             PERFORM 1250-CONTROLER-DATE THRU 1250-EXIT
002840             MOVE BQ-PRM-DATE TO BQ-CHOIX-FIN
002850         WHEN OTHER
002860             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002870     END-EVALUATE.
002880 1200-EXIT.
002890     EXIT.
002900*
002910*----------------------------------------------------------------*
002920* UNE DATE DE PARAMETRE EST UNE DATE CALENDAIRE VALIDE AAAAMMJJ.
002930*----------------------------------------------------------------*
002940 1250-CONTROLER-DATE.
002950     IF BQ-PRM-VAL-NET(1:8) NOT NUMERIC
002960         OR BQ-PRM-VAL-NET(9:) NOT = SPACES
002970         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002980     END-IF.
002990     MOVE BQ-PRM-VAL-NET(1:8) TO BQ-PRM-DATE.
003000     IF FUNCTION TEST-DATE-YYYYMMDD(BQ-PRM-DATE) NOT = 0
003010         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003020     END-IF.
003030 1250-EXIT.
003040     EXIT.
003050*
003060 1900-PARAMETRE-INVALIDE.
003070     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
003080     MOVE 16 TO RETURN-CODE.
003090     STOP RUN.
003100 1900-EXIT.
003110     EXIT.
003120*
003130*----------------------------------------------------------------*
003140* OUVERTURE DE LA LISTE EN MISE A JOUR. UNE LISTE ABSENTE EST
003150* CREEE VIDE A LA PREMIERE OUVERTURE.
003160*----------------------------------------------------------------*
003170 2000-OUVRIR-LISTE.
003180     OPEN I-O BLOCAGES-FILE.
003190     IF NOT BQ-BLQ-OK AND NOT BQ-BLQ-ABSENT
003200         MOVE "BLOCAGES-FILE (OUVERTURE)" TO BQ-MSG-ERREUR
003210         MOVE BQ-BLQ-STATUT TO BQ-STATUT-ERREUR-FICHIER
003220         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003230     END-IF.
003240 2000-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------*
003280* BLOCAGE D'UN NOMBRE. UN BLOCAGE EN VIGUEUR OU A VENIR EST
003290* REFUSE (IL FAUT LE LEVER AVANT D'EN POSER UN AUTRE). UN
003300* BLOCAGE LEVE OU ECHU EST REMPLACE PAR LE NOUVEAU : LA CLE
003310* ETANT LE NOMBRE, UN SEUL BLOCAGE EST CONSERVE PAR NOMBRE.
003320*----------------------------------------------------------------*
003330 3000-AJOUTER-BLOCAGE.
003340     MOVE BQ-CHOIX-NOMBRE TO PIB-NOMBRE.
003350     MOVE "N" TO BQ-EXISTE-SW.
003360     READ BLOCAGES-FILE
003370         INVALID KEY
003380             CONTINUE
003390         NOT INVALID KEY
003400             MOVE "Y" TO BQ-EXISTE-SW
003410     END-READ.
003420     IF BQ-BLOCAGE-EXISTE
003430         PERFORM 7000-ETAT-BLOCAGE THRU 7000-EXIT
003440         IF BQ-EN-VIGUEUR OR BQ-A-VENIR
003450             MOVE "Y" TO BQ-REFUS-SW
003460             MOVE "ACTION REFUSEE : NOMBRE DEJA BLOQUE"
003470                 TO BQ-LIB-ACTION
003480             GO TO 3000-EXIT
003490         END-IF
003500     END-IF.
003510     MOVE SPACES TO PAIR-IMPAIR-BLQ-REC.
003520     MOVE BQ-CHOIX-NOMBRE TO PIB-NOMBRE.
003530     MOVE BQ-CHOIX-MOTIF TO PIB-MOTIF.
003540     MOVE BQ-CHOIX-DEMANDEUR TO PIB-DEMANDEUR.
003550     MOVE BQ-CHOIX-DEBUT TO PIB-DATE-DEBUT.
003560     MOVE BQ-CHOIX-FIN TO PIB-DATE-FIN.
003570     MOVE "A" TO PIB-STATUT.
003580     MOVE BQ-DATE-JOUR TO PIB-DATE-CREATION.
003590     MOVE 0 TO PIB-DATE-LEVEE.
003600     IF BQ-BLOCAGE-EXISTE
003610         REWRITE PAIR-IMPAIR-BLQ-REC
003620             INVALID KEY
003630                 MOVE "BLOCAGES-FILE (REECRITURE)"
003640                     TO BQ-MSG-ERREUR
003650                 MOVE BQ-BLQ-STATUT TO BQ-STATUT-ERREUR-FICHIER
003660                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003670         END-REWRITE
003680         MOVE "NOMBRE BLOQUE A NOUVEAU" TO BQ-LIB-ACTION
003690     ELSE
003700         WRITE PAIR-IMPAIR-BLQ-REC
003710             INVALID KEY
003720                 MOVE "BLOCAGES-FILE (ECRITURE)" TO BQ-MSG-ERREUR
003730                 MOVE BQ-BLQ-STATUT TO BQ-STATUT-ERREUR-FICHIER
003740                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003750         END-WRITE
003760         MOVE "NOMBRE BLOQUE" TO BQ-LIB-ACTION
003770     END-IF.
003780 3000-EXIT.
003790     EXIT.
003800*
003810*----------------------------------------------------------------*
003820* LEVEE D'UN BLOCAGE : L'ENREGISTREMENT EST CONSERVE, SEUL LE
003830* STATUT PASSE A LEVE AVEC LA DATE DU JOUR. LES REJETS EN
003840* ATTENTE DE CE NOMBRE PEUVENT ENSUITE ETRE RECYCLES.
003850*----------------------------------------------------------------*
003860 3100-LEVER-BLOCAGE.
003870     MOVE BQ-CHOIX-NOMBRE TO PIB-NOMBRE.
003880     READ BLOCAGES-FILE
003890         INVALID KEY
003900             MOVE "Y" TO BQ-REFUS-SW
003910             MOVE "ACTION REFUSEE : NOMBRE NON BLOQUE"
003920                 TO BQ-LIB-ACTION
003930             GO TO 3100-EXIT
003940     END-READ.
003950     IF PIB-LEVE
003960         MOVE "Y" TO BQ-REFUS-SW
003970         MOVE "ACTION REFUSEE : BLOCAGE DEJA LEVE"
003980             TO BQ-LIB-ACTION
003990         GO TO 3100-EXIT
004000     END-IF.
004010     MOVE "L" TO PIB-STATUT.
004020     MOVE BQ-DATE-JOUR TO PIB-DATE-LEVEE.
004030     REWRITE PAIR-IMPAIR-BLQ-REC
004040         INVALID KEY
004050             MOVE "BLOCAGES-FILE (REECRITURE)" TO BQ-MSG-ERREUR
004060             MOVE BQ-BLQ-STATUT TO BQ-STATUT-ERREUR-FICHIER
004070             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004080     END-REWRITE.
004090     MOVE "BLOCAGE LEVE" TO BQ-LIB-ACTION.
004100 3100-EXIT.
004110     EXIT.
004120*
004130*----------------------------------------------------------------*
004140* ETAT DU BLOCAGE COURANT A LA DATE DU JOUR, SELON LA REGLE
004150* APPLIQUEE PAR PAIR-IMPAIR ET RECYCLAGE.
004160*----------------------------------------------------------------*
004170 7000-ETAT-BLOCAGE.
004180     EVALUATE TRUE
004190         WHEN NOT PIB-ACTIF
004200             MOVE "L" TO BQ-ETAT
004210         WHEN PIB-DATE-DEBUT > BQ-DATE-JOUR
004220             MOVE "A" TO BQ-ETAT
004230         WHEN PIB-DATE-FIN NOT = 0
004240             AND PIB-DATE-FIN < BQ-DATE-JOUR
004250             MOVE "E" TO BQ-ETAT
004260         WHEN OTHER
004270             MOVE "V" TO BQ-ETAT
004280     END-EVALUATE.
004290 7000-EXIT.
004300     EXIT.
004310*
004320*----------------------------------------------------------------*
004330* ETAT BLOQRPT : COMPTE RENDU DE L'ACTION DEMANDEE PUIS LISTE
004340* COMPLETE DES BLOCAGES DANS L'ORDRE DES NOMBRES, AVEC LEUR ETAT
004350* A LA DATE DU JOUR ET LES TOTAUX PAR ETAT.
004360*----------------------------------------------------------------*
004370 8000-IMPRIMER-LISTE.
004380     OPEN OUTPUT BLOCAGES-RPT.
004390     IF NOT BQ-RPT-OK
004400         MOVE "BLOCAGES-RPT (OUVERTURE)" TO BQ-MSG-ERREUR
004410         MOVE BQ-RPT-STATUT TO BQ-STATUT-ERREUR-FICHIER
004420         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004430     END-IF.
004440     MOVE SPACES TO BQ-RPT-LIGNE.
004450     STRING "LISTE DES NUMEROS BLOQUES - PAIR-IMPAIR - ETAT AU "
004460         DELIMITED BY SIZE
004470         BQ-DATE-JOUR DELIMITED BY SIZE
004480         INTO BQ-RPT-LIGNE.
004490     WRITE BQ-RPT-LIGNE.
004500     IF NOT BQ-MODE-LISTE
004510         MOVE BQ-CHOIX-NOMBRE TO BQ-EDIT-NOMBRE
004520         MOVE SPACES TO BQ-RPT-LIGNE
004530         STRING "NOMBRE " DELIMITED BY SIZE
004540             BQ-EDIT-NOMBRE DELIMITED BY SIZE
004550             " : " DELIMITED BY SIZE
004560             BQ-LIB-ACTION DELIMITED BY SIZE
004570             INTO BQ-RPT-LIGNE
004580         WRITE BQ-RPT-LIGNE
004590     END-IF.
004600     MOVE LOW-VALUES TO PAIR-IMPAIR-BLQ-REC.
004610     MOVE "N" TO BQ-BLQ-EOF-SW.
004620     START BLOCAGES-FILE KEY IS NOT LESS THAN PIB-NOMBRE
004630         INVALID KEY
004640             MOVE "Y" TO BQ-BLQ-EOF-SW
004650     END-START.
004660     PERFORM 8100-IMPRIMER-UN-BLOCAGE THRU 8100-EXIT
004670         UNTIL BQ-BLQ-EOF.
004680     IF BQ-NB-BLOCAGES = 0
004690         MOVE "AUCUN NUMERO DANS LA LISTE" TO BQ-RPT-LIGNE
004700         WRITE BQ-RPT-LIGNE
004710     END-IF.
004720     MOVE BQ-NB-EN-VIGUEUR TO BQ-EDIT-NB.
004730     MOVE SPACES TO BQ-RPT-LIGNE.
004740     STRING "BLOCAGES EN VIGUEUR      : " DELIMITED BY SIZE
004750         BQ-EDIT-NB DELIMITED BY SIZE
004760         INTO BQ-RPT-LIGNE.
004770     WRITE BQ-RPT-LIGNE.
004780     MOVE BQ-NB-A-VENIR TO BQ-EDIT-NB.
004790     MOVE SPACES TO BQ-RPT-LIGNE.
004800     STRING "BLOCAGES A VENIR         : " DELIMITED BY SIZE
004810         BQ-EDIT-NB DELIMITED BY SIZE
004820         INTO BQ-RPT-LIGNE.
004830     WRITE BQ-RPT-LIGNE.
004840     MOVE BQ-NB-ECHUS TO BQ-EDIT-NB.
004850     MOVE SPACES TO BQ-RPT-LIGNE.
004860     STRING "BLOCAGES ECHUS           : " DELIMITED BY SIZE
004870         BQ-EDIT-NB DELIMITED BY SIZE
004880         INTO BQ-RPT-LIGNE.
004890     WRITE BQ-RPT-LIGNE.
004900     MOVE BQ-NB-LEVES TO BQ-EDIT-NB.
004910     MOVE SPACES TO BQ-RPT-LIGNE.
004920     STRING "BLOCAGES LEVES           : " DELIMITED BY SIZE
004930         BQ-EDIT-NB DELIMITED BY SIZE
004940         INTO BQ-RPT-LIGNE.
004950     WRITE BQ-RPT-LIGNE.
004960     CLOSE BLOCAGES-RPT.
004970 8000-EXIT.
004980     EXIT.
004990*
005000 8100-IMPRIMER-UN-BLOCAGE.
005010     READ BLOCAGES-FILE NEXT RECORD
005020         AT END
005030             MOVE "Y" TO BQ-BLQ-EOF-SW
005040             GO TO 8100-EXIT
005050     END-READ.
005060     ADD 1 TO BQ-NB-BLOCAGES.
005070     PERFORM 7000-ETAT-BLOCAGE THRU 7000-EXIT.
005080     EVALUATE TRUE
005090         WHEN BQ-EN-VIGUEUR
005100             ADD 1 TO BQ-NB-EN-VIGUEUR
005110             MOVE "EN VIGUEUR" TO BQ-LIB-ETAT
005120         WHEN BQ-A-VENIR
005130             ADD 1 TO BQ-NB-A-VENIR
005140             MOVE "A VENIR" TO BQ-LIB-ETAT
005150         WHEN BQ-ECHU
005160             ADD 1 TO BQ-NB-ECHUS
005170             MOVE "ECHU" TO BQ-LIB-ETAT
005180         WHEN OTHER
005190             ADD 1 TO BQ-NB-LEVES
005200             MOVE "LEVE" TO BQ-LIB-ETAT
005210     END-EVALUATE.
005220     MOVE PIB-NOMBRE TO BQ-EDIT-NOMBRE.
005230     MOVE SPACES TO BQ-RPT-LIGNE.
005240     STRING BQ-EDIT-NOMBRE DELIMITED BY SIZE
005250         " " DELIMITED BY SIZE
005260         BQ-LIB-ETAT DELIMITED BY SIZE
005270         " DU " DELIMITED BY SIZE
005280         PIB-DATE-DEBUT DELIMITED BY SIZE
005290         " AU " DELIMITED BY SIZE
005300         INTO BQ-RPT-LIGNE.
005310     IF PIB-DATE-FIN = 0
005320         MOVE "SANS FIN" TO BQ-RPT-LIGNE(39:8)
005330     ELSE
005340         MOVE PIB-DATE-FIN TO BQ-RPT-LIGNE(39:8)
005350     END-IF.
005360     MOVE PIB-MOTIF TO BQ-RPT-LIGNE(48:30).
005370     MOVE PIB-DEMANDEUR TO BQ-RPT-LIGNE(79:20).
005380     IF PIB-LEVE
005390         MOVE "LEVE LE " TO BQ-RPT-LIGNE(100:8)
005400         MOVE PIB-DATE-LEVEE TO BQ-RPT-LIGNE(108:8)
005410     END-IF.
005420     WRITE BQ-RPT-LIGNE.
005430 8100-EXIT.
005440     EXIT.
005450*
005460*----------------------------------------------------------------*
005470* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
005480* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
005490*----------------------------------------------------------------*
005500 9000-ERREUR-FICHIER.
005510     DISPLAY "ERREUR E/S - " BQ-MSG-ERREUR
005520         " - STATUT " BQ-STATUT-ERREUR-FICHIER.
005530     MOVE 16 TO RETURN-CODE.
005540     STOP RUN.
005550 9000-EXIT.
005560     EXIT.
