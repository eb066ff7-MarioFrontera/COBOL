000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VIEILLISSEMENT.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. ETAT DE VIEILLISSEMENT DES REJETS DE
000220*                 PAIR-IMPAIR-REJ ENCORE EN SUSPENS (STATUT DE
000230*                 RECYCLAGE BLANC = EN ATTENTE OU R = RE-REJETE).
000240*                 L'AGE D'UN REJET EST LE NOMBRE DE JOURS ENTRE
000250*                 PIJ-DATE-TRAITEMENT ET LA DATE DE REFERENCE
000260*                 (DATE DU JOUR PAR DEFAUT). LES REJETS SONT
000270*                 VENTILES EN QUATRE TRANCHES D'AGE (PAR DEFAUT
000280*                 0-2, 3-7, 8-30 ET PLUS DE 30 JOURS) PAR SERVICE
000290*                 EMETTEUR ET PAR CODE RAISON, AVEC LE PLUS
000300*                 ANCIEN REJET ET LES TOTAUX, SUR L'ETAT VIEIRPT.
000310*                 CHAQUE SERVICE AYANT DES REJETS EN RETARD
000320*                 (AGE SUPERIEUR A ESCALADE-JOURS=) RECOIT UN
000330*                 FICHIER DELIMITE VIEIESC-<CODE SERVICE> QUI LES
000340*                 LISTE AVEC LE MOTIF EN CLAIR, POUR LE LUI
000350*                 RENVOYER. LES LIMITES VIENNENT DU FICHIER DE
000360*                 PARAMETRES VIEIPARM. UN REJET AU DELA DE LA
000370*                 DERNIERE TRANCHE TERMINE LE PROGRAMME AVEC LE
000380*                 CODE RETOUR 8, COMME SURVEILLANCE, POUR QUE LE
000390*                 PLANIFICATEUR PREVIENNE L'ASTREINTE.
000400* 15/10/2026 JM   CODE RAISON 6 (NUMERO BLOQUE) AJOUTE A LA TABLE
000410*                 DES RAISONS : VENTILE A PART SUR L'ETAT. LE
000420*                 REJET D'UN NUMERO BLOQUE RESTE EN ATTENTE TANT
000430*                 QUE DURE LE BLOCAGE, SANS ACTION POSSIBLE DU
000440*                 SERVICE : IL EST COMPTE DANS LES TRANCHES ET LES
000450*                 RAISONS MAIS NI ESCALADE NI EN ALERTE, ET FIGURE
000460*                 A PART SUR L'ETAT (BLOQUES (NON ESCALADES)).
000470*----------------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL PARAMETRES-IN
000530         ASSIGN TO "VIEIPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS VL-PRM-STATUT.
000560     SELECT OPTIONAL PAIR-IMPAIR-REJ
000570         ASSIGN TO "PAIRIREJ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VL-REJ-STATUT.
000600     SELECT OPTIONAL SERVICES-FILE
000610         ASSIGN TO "PAIRISRV"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PIV-CODE
000650         FILE STATUS IS VL-SRV-STATUT.
000660     SELECT VIEILLISSEMENT-RPT
000670         ASSIGN TO "VIEIRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS VL-RPT-STATUT.
000700     SELECT ESCALADE-OUT
000710         ASSIGN TO DYNAMIC VL-FIC-ESCALADE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS VL-ESC-STATUT.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARAMETRES-IN
000780     LABEL RECORDS ARE STANDARD.
000790 01  PARAMETRE-REC           PIC X(80).
000800*
000810 FD  PAIR-IMPAIR-REJ
000820     LABEL RECORDS ARE STANDARD.
000830     COPY PAIRIREJ.
000840*
000850 FD  SERVICES-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PAIRISRV.
000880*
000890 FD  VIEILLISSEMENT-RPT
000900     LABEL RECORDS ARE STANDARD.
000910 01  VL-RPT-LIGNE            PIC X(80).
000920*
000930 FD  ESCALADE-OUT
000940     LABEL RECORDS ARE STANDARD.
000950 01  ESCALADE-REC            PIC X(80).
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990*----------------------------------------------------------------*
001000* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001010* L'OUVERTURE DES FICHIERS OPTIONNELS.
001020*----------------------------------------------------------------*
001030 77  VL-PRM-STATUT           PIC X(02) VALUE "00".
001040     88  VL-PRM-OK               VALUE "00".
001050     88  VL-PRM-ABSENT           VALUE "05".
001060 77  VL-REJ-STATUT           PIC X(02) VALUE "00".
001070     88  VL-REJ-OK               VALUE "00".
001080     88  VL-REJ-ABSENT           VALUE "05".
001090 77  VL-SRV-STATUT           PIC X(02) VALUE "00".
001100     88  VL-SRV-OK               VALUE "00".
001110     88  VL-SRV-ABSENT           VALUE "05".
001120     88  VL-SRV-INTROUVABLE      VALUE "23".
001130 77  VL-RPT-STATUT           PIC X(02) VALUE "00".
001140     88  VL-RPT-OK               VALUE "00".
001150 77  VL-ESC-STATUT           PIC X(02) VALUE "00".
001160     88  VL-ESC-OK               VALUE "00".
001170 77  VL-MSG-ERREUR           PIC X(40) VALUE SPACES.
001180 77  VL-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001190*
001200*----------------------------------------------------------------*
001210* LIMITES DES TRANCHES D'AGE EN JOURS (FICHIER VIEIPARM). LA
001220* TRANCHE 1 VA DE 0 A VL-LIMITE-1, LA TRANCHE 2 JUSQU'A
001230* VL-LIMITE-2, LA TRANCHE 3 JUSQU'A VL-LIMITE-3 ET LA TRANCHE 4
001240* AU DELA. SANS ESCALADE-JOURS=, UN REJET EST EN RETARD AU DELA
001250* DE LA TRANCHE 2.
001260*----------------------------------------------------------------*
001270 77  VL-LIMITE-1             PIC 9(03) VALUE 2.
001280 77  VL-LIMITE-2             PIC 9(03) VALUE 7.
001290 77  VL-LIMITE-3             PIC 9(03) VALUE 30.
001300 77  VL-ESCALADE-JOURS       PIC 9(03) VALUE 0.
001310 77  VL-ESCALADE-FOURNI-SW   PIC X VALUE "N".
001320     88  VL-ESCALADE-FOURNI      VALUE "Y".
001330 77  VL-DATE-REFERENCE       PIC 9(08) VALUE 0.
001340 77  VL-JOURS-REFERENCE      PIC 9(07) COMP VALUE 0.
001350 77  VL-PRM-EOF-SW           PIC X VALUE "N".
001360     88  VL-PRM-EOF              VALUE "Y".
001370 77  VL-PRM-CLE              PIC X(20) VALUE SPACES.
001380 77  VL-PRM-VALEUR           PIC X(60) VALUE SPACES.
001390 77  VL-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001400 77  VL-PRM-NOMBRE           PIC 9(08)V9(01) VALUE 0.
001410*
001420*----------------------------------------------------------------*
001430* LECTURE DES REJETS ET AGE DU REJET COURANT.
001440*----------------------------------------------------------------*
001450 77  VL-REJ-EOF-SW           PIC X VALUE "N".
001460     88  VL-REJ-EOF              VALUE "Y".
001470 77  VL-SRV-DISPO-SW         PIC X VALUE "N".
001480     88  VL-SRV-DISPONIBLE       VALUE "Y".
001490 77  VL-DATE-VALIDE-SW       PIC X VALUE "N".
001500     88  VL-DATE-VALIDE          VALUE "Y".
001510 77  VL-ESCALADER-SW         PIC X VALUE "N".
001520     88  VL-A-ESCALADER          VALUE "Y".
001530 77  VL-AGE                  PIC S9(07) COMP VALUE 0.
001540 77  VL-TRANCHE              PIC 9(01) VALUE 0.
001550 77  VL-TRA-IDX              PIC 9(01) VALUE 0.
001560*
001570*----------------------------------------------------------------*
001580* COMPTEURS GENERAUX ET PLUS ANCIEN REJET EN SUSPENS (LES REJETS
001590* A DATE INVALIDE SONT COMPTES EN TRANCHE 4 MAIS N'ENTRENT PAS
001600* DANS LA RECHERCHE DU PLUS ANCIEN).
001610*----------------------------------------------------------------*
001620 77  VL-NB-LUS               PIC 9(09) COMP VALUE 0.
001630 77  VL-NB-EN-ATTENTE        PIC 9(09) COMP VALUE 0.
001640 77  VL-NB-RE-REJETES        PIC 9(09) COMP VALUE 0.
001650 77  VL-NB-DATE-INVALIDE     PIC 9(09) COMP VALUE 0.
001660 77  VL-NB-ESCALADES         PIC 9(09) COMP VALUE 0.
001670 77  VL-NB-FIC-ESCALADE      PIC 9(09) COMP VALUE 0.
001680 77  VL-NB-ECRITS            PIC 9(09) COMP VALUE 0.
001690 77  VL-NB-BLOQUES           PIC 9(09) COMP VALUE 0.
001700 77  VL-NB-ALERTES           PIC 9(09) COMP VALUE 0.
001710 01  VL-TOTAUX.
001720     05  VL-TOT-NB-TRANCHE       PIC 9(09) COMP
001730                                 OCCURS 4 TIMES VALUE 0.
001740     05  VL-TOT-NB-TOTAL         PIC 9(09) COMP VALUE 0.
001750     05  VL-TOT-DATE-ANCIEN      PIC 9(08) VALUE 0.
001760 77  VL-ANC-VU-SW            PIC X VALUE "N".
001770     88  VL-ANC-VU               VALUE "Y".
001780 77  VL-ANC-DATE             PIC 9(08) VALUE 0.
001790 77  VL-ANC-AGE              PIC 9(07) VALUE 0.
001800 77  VL-ANC-VALEUR           PIC X(10) VALUE SPACES.
001810 77  VL-ANC-RAISON           PIC X(01) VALUE SPACES.
001820 77  VL-ANC-SOURCE           PIC X(04) VALUE SPACES.
001830 77  VL-ANC-EXEC             PIC 9(05) VALUE 0.
001840*
001850*----------------------------------------------------------------*
001860* VENTILATION PAR SERVICE EMETTEUR (50 AU PLUS, COMME TENDANCE).
001870* UN SERVICE A BLANC COUVRE LA SAISIE UNITAIRE.
001880*----------------------------------------------------------------*
001890 77  VL-SOURCE-LUE           PIC X(04) VALUE SPACES.
001900 77  VL-NB-SOURCES           PIC 9(02) COMP VALUE 0.
001910 77  VL-SRC-IDX              PIC 9(02) COMP VALUE 0.
001920 77  VL-SRC-TROUVE           PIC 9(02) COMP VALUE 0.
001930 01  VL-TABLE-SOURCES.
001940     05  VL-SRC-ENTREE OCCURS 50 TIMES.
001950         10  VL-SRC-CODE         PIC X(04).
001960         10  VL-SRC-NB-TRANCHE   PIC 9(09) COMP
001970                                 OCCURS 4 TIMES.
001980         10  VL-SRC-NB-TOTAL     PIC 9(09) COMP.
001990         10  VL-SRC-NB-ESCALADE  PIC 9(09) COMP.
002000         10  VL-SRC-DATE-ANCIEN  PIC 9(08).
002010*
002020*----------------------------------------------------------------*
002030* VENTILATION PAR CODE RAISON. LE LIBELLE EN CLAIR EST REPRIS
002040* DANS LES FICHIERS D'ESCALADE. LA DERNIERE LIGNE RECUEILLE UN
002050* CODE NON REFERENCE.
002060*----------------------------------------------------------------*
002070 01  VL-LIBELLES-RAISONS.
002080     05  FILLER                  PIC X(23)
002090         VALUE "1CHAMP VIDE".
002100     05  FILLER                  PIC X(23)
002110         VALUE "2CARACTERE INVALIDE".
002120     05  FILLER                  PIC X(23)
002130         VALUE "3LONGUEUR EXCESSIVE".
002140     05  FILLER                  PIC X(23)
002150         VALUE "4DEPASSEMENT NUMERIQUE".
002160     05  FILLER                  PIC X(23)
002170         VALUE "5CLE DE CONTROLE FAUSSE".
002180     05  FILLER                  PIC X(23)
002190         VALUE "6NUMERO BLOQUE".
002200     05  FILLER                  PIC X(23)
002210         VALUE "7REFUS A L'APPROBATION".
002220     05  FILLER                  PIC X(23)
002230         VALUE " RAISON NON REFERENCEE".
002240 01  VL-TABLE-RAISONS REDEFINES VL-LIBELLES-RAISONS.
002250     05  VL-RAI-ENTREE OCCURS 8 TIMES.
002260         10  VL-RAI-CODE         PIC X(01).
002270         10  VL-RAI-LIBELLE      PIC X(22).
002280 77  VL-NB-RAISONS           PIC 9(02) COMP VALUE 8.
002290 77  VL-RAI-IDX              PIC 9(02) COMP VALUE 0.
002300 77  VL-RAI-TROUVE           PIC 9(02) COMP VALUE 0.
002310 01  VL-CUMULS-RAISONS.
002320     05  VL-RAI-CUMUL OCCURS 8 TIMES.
002330         10  VL-RAI-NB-TRANCHE   PIC 9(09) COMP
002340                                 OCCURS 4 TIMES VALUE 0.
002350         10  VL-RAI-NB-TOTAL     PIC 9(09) COMP VALUE 0.
002360         10  VL-RAI-DATE-ANCIEN  PIC 9(08) VALUE 0.
002370*
002380*----------------------------------------------------------------*
002390* FICHIER D'ESCALADE D'UN SERVICE ET ZONES DELIMITEES.
002400*----------------------------------------------------------------*
002410 77  VL-FIC-ESCALADE         PIC X(44) VALUE SPACES.
002420 77  VL-CHAMP-VALEUR         PIC X(10) VALUE SPACES.
002430 77  VL-CHAMP-AGE            PIC X(07) VALUE SPACES.
002440 77  VL-CHAMP-COMPTE         PIC X(09) VALUE SPACES.
002450 77  VL-LIB-STATUT           PIC X(10) VALUE SPACES.
002460 77  VL-NO-EXEC              PIC 9(05) VALUE 0.
002470 77  VL-EDIT-AGE             PIC Z(06)9.
002480 77  VL-EDIT-COMPTE          PIC Z(08)9.
002490 01  VL-DATE-ENTREE.
002500     05  VL-DA-AAAA              PIC 9(04).
002510     05  VL-DA-MM                PIC 9(02).
002520     05  VL-DA-JJ                PIC 9(02).
002530 01  VL-DATE-EDITEE.
002540     05  VL-DE-JJ                PIC 9(02).
002550     05  FILLER                  PIC X(01) VALUE "/".
002560     05  VL-DE-MM                PIC 9(02).
002570     05  FILLER                  PIC X(01) VALUE "/".
002580     05  VL-DE-AAAA              PIC 9(04).
002590*
002600*----------------------------------------------------------------*
002610* RESULTAT ET ZONES D'EDITION DE L'ETAT.
002620*----------------------------------------------------------------*
002630 77  VL-ALERTE-SW            PIC X VALUE "N".
002640     88  VL-EN-ALERTE            VALUE "Y".
002650 01  VL-LIBELLES-TRANCHES.
002660     05  VL-LIB-TRANCHE          PIC X(08) OCCURS 4 TIMES.
002670 77  VL-COL-TETE             PIC X(08) JUSTIFIED RIGHT.
002680 77  VL-LIB-BORNE-1          PIC X(04) VALUE SPACES.
002690 77  VL-LIB-BORNE-2          PIC X(04) VALUE SPACES.
002700 77  VL-EDIT-BORNE           PIC ZZ9.
002710 77  VL-BORNE-BASSE          PIC 9(03) VALUE 0.
002720 77  VL-BORNE-HAUTE          PIC 9(03) VALUE 0.
002730 77  VL-EDIT-A               PIC ZZZZZZZZ9.
002740 77  VL-EDIT-COL             PIC ZZZZZZZ9.
002750 77  VL-NOM-SERVICE          PIC X(30) VALUE SPACES.
002760 77  VL-DATE-COL             PIC 9(08) VALUE 0.
002770*
002780 PROCEDURE DIVISION.
002790*
002800 0000-MAINLINE.
002810     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
002820     PERFORM 2000-LIRE-REJETS THRU 2000-EXIT.
002830     PERFORM 5000-ECRIRE-ESCALADES THRU 5000-EXIT.
002840     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
002850     IF VL-EN-ALERTE
002860         MOVE 8 TO RETURN-CODE
002870     END-IF.
002880     STOP RUN.
002890*
002900*----------------------------------------------------------------*
002910* PARAMETRES : TRANCHE-1=NNN, TRANCHE-2=NNN, TRANCHE-3=NNN
002920* (LIMITES HAUTES EN JOURS DES TROIS PREMIERES TRANCHES,
002930* STRICTEMENT CROISSANTES), ESCALADE-JOURS=NNN (AGE AU DELA
002940* DUQUEL UN REJET FIGURE DANS LE FICHIER D'ESCALADE DE SON
002950* SERVICE), DATE-REFERENCE=AAAAMMJJ (POUR REJOUER UN ETAT A UNE
002960* DATE PASSEE). LES LIGNES VIDES ET LES LIGNES COMMENCANT PAR *
002970* SONT IGNOREES. UN PARAMETRE INVALIDE ARRETE LE PROGRAMME
002980* (CODE RETOUR 16).
002990*----------------------------------------------------------------*
003000 1000-LIRE-PARAMETRES.
003010     OPEN INPUT PARAMETRES-IN.
003020     IF NOT VL-PRM-OK AND NOT VL-PRM-ABSENT
003030         MOVE "PARAMETRES-IN (OUVERTURE)" TO VL-MSG-ERREUR
003040         MOVE VL-PRM-STATUT TO VL-STATUT-ERREUR-FICHIER
003050         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003060     END-IF.
003070     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
003080         UNTIL VL-PRM-EOF.
003090     CLOSE PARAMETRES-IN.
003100     IF VL-LIMITE-1 >= VL-LIMITE-2 OR VL-LIMITE-2 >= VL-LIMITE-3
003110         DISPLAY "TRANCHES D'AGE NON CROISSANTES : "
003120             VL-LIMITE-1 " " VL-LIMITE-2 " " VL-LIMITE-3
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     IF NOT VL-ESCALADE-FOURNI
003170         MOVE VL-LIMITE-2 TO VL-ESCALADE-JOURS
003180     END-IF.
003190     IF VL-DATE-REFERENCE = 0
003200         ACCEPT VL-DATE-REFERENCE FROM DATE YYYYMMDD
003210     END-IF.
003220     COMPUTE VL-JOURS-REFERENCE =
003230         FUNCTION INTEGER-OF-DATE(VL-DATE-REFERENCE).
003240     PERFORM 1300-LIBELLER-TRANCHES THRU 1300-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*
003280 1100-LIRE-UN-PARAMETRE.
003290     READ PARAMETRES-IN
003300         AT END
003310             MOVE "Y" TO VL-PRM-EOF-SW
003320         NOT AT END
003330             IF PARAMETRE-REC NOT = SPACES
003340                 AND PARAMETRE-REC(1:1) NOT = "*"
003350                 PERFORM 1200-APPLIQUER-PARAMETRE
003360                     THRU 1200-EXIT
003370             END-IF
003380     END-READ.
003390 1100-EXIT.
003400     EXIT.
003410*
003420 1200-APPLIQUER-PARAMETRE.
003430     MOVE SPACES TO VL-PRM-CLE.
003440     MOVE SPACES TO VL-PRM-VALEUR.
003450     UNSTRING PARAMETRE-REC DELIMITED BY "="
003460         INTO VL-PRM-CLE, VL-PRM-VALEUR.
003470     MOVE FUNCTION TRIM(VL-PRM-CLE) TO VL-PRM-CLE.
003480     MOVE FUNCTION TRIM(VL-PRM-VALEUR) TO VL-PRM-VAL-NET.
003490     IF FUNCTION TEST-NUMVAL(VL-PRM-VAL-NET) = 0
003500         COMPUTE VL-PRM-NOMBRE =
003510             FUNCTION NUMVAL(VL-PRM-VAL-NET)
003520     ELSE
003530         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003540     END-IF.
003550     EVALUATE VL-PRM-CLE
003560         WHEN "TRANCHE-1"
003570             PERFORM 1250-CONTROLER-JOURS THRU 1250-EXIT
003580             MOVE VL-PRM-NOMBRE TO VL-LIMITE-1
003590         WHEN "TRANCHE-2"
003600             PERFORM 1250-CONTROLER-JOURS THRU 1250-EXIT
003610             MOVE VL-PRM-NOMBRE TO VL-LIMITE-2
003620         WHEN "TRANCHE-3"
003630             PERFORM 1250-CONTROLER-JOURS THRU 1250-EXIT
003640             MOVE VL-PRM-NOMBRE TO VL-LIMITE-3
003650         WHEN "ESCALADE-JOURS"
003660             PERFORM 1250-CONTROLER-JOURS THRU 1250-EXIT
003670             MOVE VL-PRM-NOMBRE TO VL-ESCALADE-JOURS
003680             MOVE "Y" TO VL-ESCALADE-FOURNI-SW
003690         WHEN "DATE-REFERENCE"
003700             MOVE VL-PRM-NOMBRE TO VL-DATE-REFERENCE
003710             IF FUNCTION TEST-DATE-YYYYMMDD(VL-DATE-REFERENCE)
003720                 NOT = 0
003730                 PERFORM 1900-PARAMETRE-INVALIDE
003740                     THRU 1900-EXIT
003750             END-IF
003760         WHEN OTHER
003770             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003780     END-EVALUATE.
003790 1200-EXIT.
003800     EXIT.
003810*
003820 1250-CONTROLER-JOURS.
003830     IF VL-PRM-NOMBRE < 1 OR VL-PRM-NOMBRE > 999
003840         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003850     END-IF.
003860 1250-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------*
003900* EN-TETES DES COLONNES DE TRANCHES, TIRES DES LIMITES RETENUES
003910* (PAR EXEMPLE 0-2, 3-7, 8-30, >30).
003920*----------------------------------------------------------------*
003930 1300-LIBELLER-TRANCHES.
003940     MOVE 1 TO VL-TRA-IDX.
003950     MOVE 0 TO VL-BORNE-BASSE.
003960     MOVE VL-LIMITE-1 TO VL-BORNE-HAUTE.
003970     PERFORM 1350-LIBELLER-UNE-TRANCHE THRU 1350-EXIT.
003980     MOVE 2 TO VL-TRA-IDX.
003990     COMPUTE VL-BORNE-BASSE = VL-LIMITE-1 + 1.
004000     MOVE VL-LIMITE-2 TO VL-BORNE-HAUTE.
004010     PERFORM 1350-LIBELLER-UNE-TRANCHE THRU 1350-EXIT.
004020     MOVE 3 TO VL-TRA-IDX.
004030     COMPUTE VL-BORNE-BASSE = VL-LIMITE-2 + 1.
004040     MOVE VL-LIMITE-3 TO VL-BORNE-HAUTE.
004050     PERFORM 1350-LIBELLER-UNE-TRANCHE THRU 1350-EXIT.
004060     MOVE VL-LIMITE-3 TO VL-EDIT-BORNE.
004070     MOVE FUNCTION TRIM(VL-EDIT-BORNE) TO VL-LIB-BORNE-2.
004080     MOVE SPACES TO VL-LIB-TRANCHE(4).
004090     STRING ">" DELIMITED BY SIZE
004100         VL-LIB-BORNE-2 DELIMITED BY SPACE
004110         INTO VL-LIB-TRANCHE(4).
004120 1300-EXIT.
004130     EXIT.
004140*
004150 1350-LIBELLER-UNE-TRANCHE.
004160     MOVE VL-BORNE-BASSE TO VL-EDIT-BORNE.
004170     MOVE FUNCTION TRIM(VL-EDIT-BORNE) TO VL-LIB-BORNE-1.
004180     MOVE VL-BORNE-HAUTE TO VL-EDIT-BORNE.
004190     MOVE FUNCTION TRIM(VL-EDIT-BORNE) TO VL-LIB-BORNE-2.
004200     MOVE SPACES TO VL-LIB-TRANCHE(VL-TRA-IDX).
004210     STRING VL-LIB-BORNE-1 DELIMITED BY SPACE
004220         "-" DELIMITED BY SIZE
004230         VL-LIB-BORNE-2 DELIMITED BY SPACE
004240         INTO VL-LIB-TRANCHE(VL-TRA-IDX).
004250 1350-EXIT.
004260     EXIT.
004270*
004280 1900-PARAMETRE-INVALIDE.
004290     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
004300     MOVE 16 TO RETURN-CODE.
004310     STOP RUN.
004320 1900-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------------*
004360* PREMIERE LECTURE DE PAIR-IMPAIR-REJ : SEULS LES REJETS EN
004370* ATTENTE OU RE-REJETES SONT EN SUSPENS. CHACUN EST CLASSE DANS
004380* SA TRANCHE D'AGE PAR SERVICE, PAR RAISON ET AU TOTAL. UN
004390* REJET DE NUMERO BLOQUE (RAISON 6) N'EST NI EN ALERTE NI A
004400* ESCALADER : IL EST SEULEMENT COMPTE A PART.
004410*----------------------------------------------------------------*
004420 2000-LIRE-REJETS.
004430     OPEN INPUT PAIR-IMPAIR-REJ.
004440     IF NOT VL-REJ-OK AND NOT VL-REJ-ABSENT
004450         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO VL-MSG-ERREUR
004460         MOVE VL-REJ-STATUT TO VL-STATUT-ERREUR-FICHIER
004470         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004480     END-IF.
004490     PERFORM 2100-LIRE-UN-REJET THRU 2100-EXIT
004500         UNTIL VL-REJ-EOF.
004510     CLOSE PAIR-IMPAIR-REJ.
004520 2000-EXIT.
004530     EXIT.
004540*
004550 2100-LIRE-UN-REJET.
004560     READ PAIR-IMPAIR-REJ
004570         AT END
004580             MOVE "Y" TO VL-REJ-EOF-SW
004590         NOT AT END
004600             ADD 1 TO VL-NB-LUS
004610             IF PIJ-REC-EN-ATTENTE OR PIJ-REC-RE-REJETE
004620                 PERFORM 2200-CLASSER-REJET THRU 2200-EXIT
004630             END-IF
004640     END-READ.
004650 2100-EXIT.
004660     EXIT.
004670*
004680 2200-CLASSER-REJET.
004690     IF PIJ-REC-EN-ATTENTE
004700         ADD 1 TO VL-NB-EN-ATTENTE
004710     ELSE
004720         ADD 1 TO VL-NB-RE-REJETES
004730     END-IF.
004740     PERFORM 2300-CALCULER-AGE THRU 2300-EXIT.
004750     IF NOT VL-DATE-VALIDE
004760         ADD 1 TO VL-NB-DATE-INVALIDE
004770     END-IF.
004780     IF PIJ-RAISON-BLOQUE
004790         ADD 1 TO VL-NB-BLOQUES
004800     END-IF.
004810     IF VL-TRANCHE = 4 AND NOT PIJ-RAISON-BLOQUE
004820         MOVE "Y" TO VL-ALERTE-SW
004830         ADD 1 TO VL-NB-ALERTES
004840     END-IF.
004850     MOVE PIJ-SOURCE TO VL-SOURCE-LUE.
004860     PERFORM 2400-CHERCHER-SOURCE THRU 2400-EXIT.
004870     PERFORM 2500-CHERCHER-RAISON THRU 2500-EXIT.
004880     ADD 1 TO VL-SRC-NB-TRANCHE(VL-SRC-TROUVE, VL-TRANCHE).
004890     ADD 1 TO VL-SRC-NB-TOTAL(VL-SRC-TROUVE).
004900     ADD 1 TO VL-RAI-NB-TRANCHE(VL-RAI-TROUVE, VL-TRANCHE).
004910     ADD 1 TO VL-RAI-NB-TOTAL(VL-RAI-TROUVE).
004920     ADD 1 TO VL-TOT-NB-TRANCHE(VL-TRANCHE).
004930     ADD 1 TO VL-TOT-NB-TOTAL.
004940     IF VL-A-ESCALADER AND NOT PIJ-RAISON-BLOQUE
004950         ADD 1 TO VL-SRC-NB-ESCALADE(VL-SRC-TROUVE)
004960         ADD 1 TO VL-NB-ESCALADES
004970     END-IF.
004980     IF NOT VL-DATE-VALIDE
004990         GO TO 2200-EXIT
005000     END-IF.
005010     IF VL-SRC-DATE-ANCIEN(VL-SRC-TROUVE) = 0
005020         OR PIJ-DATE-TRAITEMENT
005030             < VL-SRC-DATE-ANCIEN(VL-SRC-TROUVE)
005040         MOVE PIJ-DATE-TRAITEMENT
005050             TO VL-SRC-DATE-ANCIEN(VL-SRC-TROUVE)
005060     END-IF.
005070     IF VL-RAI-DATE-ANCIEN(VL-RAI-TROUVE) = 0
005080         OR PIJ-DATE-TRAITEMENT
005090             < VL-RAI-DATE-ANCIEN(VL-RAI-TROUVE)
005100         MOVE PIJ-DATE-TRAITEMENT
005110             TO VL-RAI-DATE-ANCIEN(VL-RAI-TROUVE)
005120     END-IF.
005130     IF NOT VL-ANC-VU OR PIJ-DATE-TRAITEMENT < VL-ANC-DATE
005140         MOVE "Y" TO VL-ANC-VU-SW
005150         MOVE PIJ-DATE-TRAITEMENT TO VL-ANC-DATE
005160         MOVE PIJ-DATE-TRAITEMENT TO VL-TOT-DATE-ANCIEN
005170         MOVE VL-AGE TO VL-ANC-AGE
005180         MOVE PIJ-NOMBRE-CHAINE TO VL-ANC-VALEUR
005190         MOVE PIJ-CODE-RAISON TO VL-ANC-RAISON
005200         MOVE PIJ-SOURCE TO VL-ANC-SOURCE
005210         MOVE PIJ-NO-EXECUTION TO VL-ANC-EXEC
005220     END-IF.
005230 2200-EXIT.
005240     EXIT.
005250*
005260*----------------------------------------------------------------*
005270* AGE EN JOURS DU REJET COURANT A LA DATE DE REFERENCE, TRANCHE
005280* CORRESPONDANTE ET INDICATEUR D'ESCALADE. UNE DATE DE
005290* TRAITEMENT INVALIDE CLASSE LE REJET EN DERNIERE TRANCHE ET EN
005300* RETARD (AGE INCONNU). UNE DATE POSTERIEURE A LA DATE DE
005310* REFERENCE DONNE UN AGE NUL.
005320*----------------------------------------------------------------*
005330 2300-CALCULER-AGE.
005340     MOVE "N" TO VL-DATE-VALIDE-SW.
005350     MOVE 0 TO VL-AGE.
005360     IF PIJ-DATE-TRAITEMENT IS NUMERIC
005370         IF FUNCTION TEST-DATE-YYYYMMDD(PIJ-DATE-TRAITEMENT) = 0
005380             MOVE "Y" TO VL-DATE-VALIDE-SW
005390         END-IF
005400     END-IF.
005410     IF NOT VL-DATE-VALIDE
005420         MOVE 4 TO VL-TRANCHE
005430         MOVE "Y" TO VL-ESCALADER-SW
005440         GO TO 2300-EXIT
005450     END-IF.
005460     COMPUTE VL-AGE = VL-JOURS-REFERENCE
005470         - FUNCTION INTEGER-OF-DATE(PIJ-DATE-TRAITEMENT).
005480     IF VL-AGE < 0
005490         MOVE 0 TO VL-AGE
005500     END-IF.
005510     EVALUATE TRUE
005520         WHEN VL-AGE <= VL-LIMITE-1
005530             MOVE 1 TO VL-TRANCHE
005540         WHEN VL-AGE <= VL-LIMITE-2
005550             MOVE 2 TO VL-TRANCHE
005560         WHEN VL-AGE <= VL-LIMITE-3
005570             MOVE 3 TO VL-TRANCHE
005580         WHEN OTHER
005590             MOVE 4 TO VL-TRANCHE
005600     END-EVALUATE.
005610     IF VL-AGE > VL-ESCALADE-JOURS
005620         MOVE "Y" TO VL-ESCALADER-SW
005630     ELSE
005640         MOVE "N" TO VL-ESCALADER-SW
005650     END-IF.
005660 2300-EXIT.
005670     EXIT.
005680*
005690*----------------------------------------------------------------*
005700* RECHERCHE DU SERVICE VL-SOURCE-LUE DANS LA TABLE, AJOUTE S'IL
005710* EST NOUVEAU. VL-SRC-TROUVE REND SON RANG.
005720*----------------------------------------------------------------*
005730 2400-CHERCHER-SOURCE.
005740     MOVE 0 TO VL-SRC-TROUVE.
005750     PERFORM 2450-COMPARER-SOURCE THRU 2450-EXIT
005760         VARYING VL-SRC-IDX FROM 1 BY 1
005770         UNTIL VL-SRC-IDX > VL-NB-SOURCES
005780             OR VL-SRC-TROUVE > 0.
005790     IF VL-SRC-TROUVE = 0
005800         IF VL-NB-SOURCES >= 50
005810             DISPLAY "TABLE DES SERVICES PLEINE (50 AU MAXIMUM)"
005820             MOVE 16 TO RETURN-CODE
005830             STOP RUN
005840         END-IF
005850         ADD 1 TO VL-NB-SOURCES
005860         MOVE VL-NB-SOURCES TO VL-SRC-TROUVE
005870         MOVE VL-SOURCE-LUE TO VL-SRC-CODE(VL-SRC-TROUVE)
005880         MOVE 0 TO VL-SRC-NB-TRANCHE(VL-SRC-TROUVE, 1)
005890         MOVE 0 TO VL-SRC-NB-TRANCHE(VL-SRC-TROUVE, 2)
005900         MOVE 0 TO VL-SRC-NB-TRANCHE(VL-SRC-TROUVE, 3)
005910         MOVE 0 TO VL-SRC-NB-TRANCHE(VL-SRC-TROUVE, 4)
005920         MOVE 0 TO VL-SRC-NB-TOTAL(VL-SRC-TROUVE)
005930         MOVE 0 TO VL-SRC-NB-ESCALADE(VL-SRC-TROUVE)
005940         MOVE 0 TO VL-SRC-DATE-ANCIEN(VL-SRC-TROUVE)
005950     END-IF.
005960 2400-EXIT.
005970     EXIT.
005980*
005990 2450-COMPARER-SOURCE.
006000     IF VL-SRC-CODE(VL-SRC-IDX) = VL-SOURCE-LUE
006010         MOVE VL-SRC-IDX TO VL-SRC-TROUVE
006020     END-IF.
006030 2450-EXIT.
006040     EXIT.
006050*
006060*----------------------------------------------------------------*
006070* RANG DU CODE RAISON DU REJET COURANT DANS LA TABLE DES
006080* LIBELLES (VL-RAI-TROUVE), LA DERNIERE LIGNE A DEFAUT.
006090*----------------------------------------------------------------*
006100 2500-CHERCHER-RAISON.
006110     MOVE 0 TO VL-RAI-TROUVE.
006120     PERFORM 2550-COMPARER-RAISON THRU 2550-EXIT
006130         VARYING VL-RAI-IDX FROM 1 BY 1
006140         UNTIL VL-RAI-IDX >= VL-NB-RAISONS
006150             OR VL-RAI-TROUVE > 0.
006160     IF VL-RAI-TROUVE = 0
006170         MOVE VL-NB-RAISONS TO VL-RAI-TROUVE
006180     END-IF.
006190 2500-EXIT.
006200     EXIT.
006210*
006220 2550-COMPARER-RAISON.
006230     IF VL-RAI-CODE(VL-RAI-IDX) = PIJ-CODE-RAISON
006240         MOVE VL-RAI-IDX TO VL-RAI-TROUVE
006250     END-IF.
006260 2550-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------------*
006300* UN FICHIER D'ESCALADE PAR SERVICE AYANT DES REJETS EN RETARD,
006310* NOMME VIEIESC-<CODE SERVICE> (VIEIESC-UNITAIRE POUR LA SAISIE
006320* UNITAIRE). UN SEUL FICHIER DYNAMIQUE ETANT OUVERT A LA FOIS,
006330* PAIR-IMPAIR-REJ EST RELU POUR CHAQUE SERVICE CONCERNE. FORMAT
006340* DELIMITE PAR POINT-VIRGULE SUR LE MODELE D'EXTRACTION : LIGNE
006350* D'EN-TETE, UNE LIGNE PAR REJET, LIGNE DE FIN AVEC LE COMPTE.
006360*----------------------------------------------------------------*
006370 5000-ECRIRE-ESCALADES.
006380     PERFORM 5100-ESCALADER-SERVICE THRU 5100-EXIT
006390         VARYING VL-SRC-IDX FROM 1 BY 1
006400         UNTIL VL-SRC-IDX > VL-NB-SOURCES.
006410 5000-EXIT.
006420     EXIT.
006430*
006440 5100-ESCALADER-SERVICE.
006450     IF VL-SRC-NB-ESCALADE(VL-SRC-IDX) = 0
006460         GO TO 5100-EXIT
006470     END-IF.
006480     PERFORM 5150-NOMMER-ESCALADE THRU 5150-EXIT.
006490     OPEN OUTPUT ESCALADE-OUT.
006500     IF NOT VL-ESC-OK
006510         MOVE "ESCALADE-OUT (OUVERTURE)" TO VL-MSG-ERREUR
006520         MOVE VL-ESC-STATUT TO VL-STATUT-ERREUR-FICHIER
006530         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006540     END-IF.
006550     MOVE SPACES TO ESCALADE-REC.
006560     STRING "SERVICE;VALEUR;RAISON;MOTIF;DATE;AGE;" DELIMITED BY
006570         SIZE
006580         "STATUT;EXECUTION" DELIMITED BY SIZE
006590         INTO ESCALADE-REC.
006600     PERFORM 5400-ECRIRE-ESCALADE THRU 5400-EXIT.
006610     MOVE 0 TO VL-NB-ECRITS.
006620     MOVE "N" TO VL-REJ-EOF-SW.
006630     OPEN INPUT PAIR-IMPAIR-REJ.
006640     IF NOT VL-REJ-OK AND NOT VL-REJ-ABSENT
006650         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO VL-MSG-ERREUR
006660         MOVE VL-REJ-STATUT TO VL-STATUT-ERREUR-FICHIER
006670         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006680     END-IF.
006690     PERFORM 5200-RELIRE-UN-REJET THRU 5200-EXIT
006700         UNTIL VL-REJ-EOF.
006710     CLOSE PAIR-IMPAIR-REJ.
006720     MOVE VL-NB-ECRITS TO VL-EDIT-COMPTE.
006730     MOVE FUNCTION TRIM(VL-EDIT-COMPTE) TO VL-CHAMP-COMPTE.
006740     MOVE SPACES TO ESCALADE-REC.
006750     STRING "FIN;" DELIMITED BY SIZE
006760         VL-CHAMP-COMPTE DELIMITED BY SPACE
006770         INTO ESCALADE-REC.
006780     PERFORM 5400-ECRIRE-ESCALADE THRU 5400-EXIT.
006790     CLOSE ESCALADE-OUT.
006800     ADD 1 TO VL-NB-FIC-ESCALADE.
006810 5100-EXIT.
006820     EXIT.
006830*
006840 5150-NOMMER-ESCALADE.
006850     MOVE SPACES TO VL-FIC-ESCALADE.
006860     IF VL-SRC-CODE(VL-SRC-IDX) = SPACES
006870         MOVE "VIEIESC-UNITAIRE" TO VL-FIC-ESCALADE
006880     ELSE
006890         STRING "VIEIESC-" DELIMITED BY SIZE
006900             VL-SRC-CODE(VL-SRC-IDX) DELIMITED BY SPACE
006910             INTO VL-FIC-ESCALADE
006920     END-IF.
006930 5150-EXIT.
006940     EXIT.
006950*
006960 5200-RELIRE-UN-REJET.
006970     READ PAIR-IMPAIR-REJ
006980         AT END
006990             MOVE "Y" TO VL-REJ-EOF-SW
007000         NOT AT END
007010             IF PIJ-SOURCE = VL-SRC-CODE(VL-SRC-IDX)
007020                 AND (PIJ-REC-EN-ATTENTE OR PIJ-REC-RE-REJETE)
007030                 PERFORM 2300-CALCULER-AGE THRU 2300-EXIT
007040                 IF VL-A-ESCALADER AND NOT PIJ-RAISON-BLOQUE
007050                     PERFORM 5300-ECRIRE-UN-RETARD
007060                         THRU 5300-EXIT
007070                 END-IF
007080             END-IF
007090     END-READ.
007100 5200-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------------*
007140* LIGNE D'UN REJET EN RETARD. LA VALEUR REJETEE EST EXTRAITE EN
007150* LARGEUR FIXE DE 10 ET SES POINTS-VIRGULES REMPLACES PAR "?",
007160* COMME DANS EXTRACTION. UNE DATE INVALIDE EST REPRISE TELLE
007170* QUELLE ET L'AGE LAISSE A BLANC.
007180*----------------------------------------------------------------*
007190 5300-ECRIRE-UN-RETARD.
007200     PERFORM 2500-CHERCHER-RAISON THRU 2500-EXIT.
007210     MOVE PIJ-NOMBRE-CHAINE TO VL-CHAMP-VALEUR.
007220     INSPECT VL-CHAMP-VALEUR REPLACING ALL ";" BY "?".
007230     IF VL-DATE-VALIDE
007240         MOVE PIJ-DATE-TRAITEMENT TO VL-DATE-ENTREE
007250         PERFORM 7000-FORMATER-DATE THRU 7000-EXIT
007260         MOVE VL-AGE TO VL-EDIT-AGE
007270         MOVE FUNCTION TRIM(VL-EDIT-AGE) TO VL-CHAMP-AGE
007280     ELSE
007290         MOVE PIJ-DATE-TRAITEMENT TO VL-DATE-EDITEE
007300         MOVE SPACES TO VL-CHAMP-AGE
007310     END-IF.
007320     IF PIJ-REC-RE-REJETE
007330         MOVE "RE-REJETE" TO VL-LIB-STATUT
007340     ELSE
007350         MOVE "EN ATTENTE" TO VL-LIB-STATUT
007360     END-IF.
007370     IF PIJ-NO-EXECUTION IS NUMERIC
007380         MOVE PIJ-NO-EXECUTION TO VL-NO-EXEC
007390     ELSE
007400         MOVE 0 TO VL-NO-EXEC
007410     END-IF.
007420     MOVE SPACES TO ESCALADE-REC.
007430     STRING PIJ-SOURCE DELIMITED BY SPACE
007440         ";" DELIMITED BY SIZE
007450         VL-CHAMP-VALEUR DELIMITED BY SIZE
007460         ";" DELIMITED BY SIZE
007470         PIJ-CODE-RAISON DELIMITED BY SIZE
007480         ";" DELIMITED BY SIZE
007490         VL-RAI-LIBELLE(VL-RAI-TROUVE) DELIMITED BY "  "
007500         ";" DELIMITED BY SIZE
007510         VL-DATE-EDITEE DELIMITED BY SIZE
007520         ";" DELIMITED BY SIZE
007530         VL-CHAMP-AGE DELIMITED BY SPACE
007540         ";" DELIMITED BY SIZE
007550         VL-LIB-STATUT DELIMITED BY "  "
007560         ";" DELIMITED BY SIZE
007570         VL-NO-EXEC DELIMITED BY SIZE
007580         INTO ESCALADE-REC.
007590     PERFORM 5400-ECRIRE-ESCALADE THRU 5400-EXIT.
007600     ADD 1 TO VL-NB-ECRITS.
007610 5300-EXIT.
007620     EXIT.
007630*
007640 5400-ECRIRE-ESCALADE.
007650     WRITE ESCALADE-REC.
007660     IF NOT VL-ESC-OK
007670         MOVE "ESCALADE-OUT (ECRITURE)" TO VL-MSG-ERREUR
007680         MOVE VL-ESC-STATUT TO VL-STATUT-ERREUR-FICHIER
007690         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007700     END-IF.
007710 5400-EXIT.
007720     EXIT.
007730*
007740*----------------------------------------------------------------*
007750* DATE AAAAMMJJ REMISE EN JJ/MM/AAAA.
007760*----------------------------------------------------------------*
007770 7000-FORMATER-DATE.
007780     MOVE VL-DA-JJ   TO VL-DE-JJ.
007790     MOVE VL-DA-MM   TO VL-DE-MM.
007800     MOVE VL-DA-AAAA TO VL-DE-AAAA.
007810     MOVE "/" TO VL-DATE-EDITEE(3:1).
007820     MOVE "/" TO VL-DATE-EDITEE(6:1).
007830 7000-EXIT.
007840     EXIT.
007850*
007860*----------------------------------------------------------------*
007870* ETAT VIEIRPT : PARAMETRES RETENUS, COMPTES, VENTILATION PAR
007880* SERVICE PUIS PAR RAISON DANS LES QUATRE TRANCHES AVEC LA DATE
007890* DU PLUS ANCIEN REJET DE CHAQUE LIGNE, TOTAL, PLUS ANCIEN REJET,
007900* FICHIERS D'ESCALADE PRODUITS ET CONCLUSION.
007910*----------------------------------------------------------------*
007920 8000-IMPRIMER-ETAT.
007930     OPEN OUTPUT VIEILLISSEMENT-RPT.
007940     IF NOT VL-RPT-OK
007950         MOVE "VIEILLISSEMENT-RPT (OUVERTURE)" TO VL-MSG-ERREUR
007960         MOVE VL-RPT-STATUT TO VL-STATUT-ERREUR-FICHIER
007970         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007980     END-IF.
007990     MOVE "ETAT DE VIEILLISSEMENT DES REJETS - PAIR-IMPAIR"
008000         TO VL-RPT-LIGNE.
008010     WRITE VL-RPT-LIGNE.
008020     MOVE VL-DATE-REFERENCE TO VL-DATE-ENTREE.
008030     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
008040     MOVE SPACES TO VL-RPT-LIGNE.
008050     STRING "DATE DE REFERENCE        : " DELIMITED BY SIZE
008060         VL-DATE-EDITEE DELIMITED BY SIZE
008070         INTO VL-RPT-LIGNE.
008080     WRITE VL-RPT-LIGNE.
008090     MOVE SPACES TO VL-RPT-LIGNE.
008100     STRING "TRANCHES D'AGE (JOURS)   : " DELIMITED BY SIZE
008110         VL-LIB-TRANCHE(1) DELIMITED BY SPACE
008120         " / " DELIMITED BY SIZE
008130         VL-LIB-TRANCHE(2) DELIMITED BY SPACE
008140         " / " DELIMITED BY SIZE
008150         VL-LIB-TRANCHE(3) DELIMITED BY SPACE
008160         " / " DELIMITED BY SIZE
008170         VL-LIB-TRANCHE(4) DELIMITED BY SPACE
008180         INTO VL-RPT-LIGNE.
008190     WRITE VL-RPT-LIGNE.
008200     MOVE VL-ESCALADE-JOURS TO VL-EDIT-A.
008210     MOVE SPACES TO VL-RPT-LIGNE.
008220     STRING "ESCALADE AU DELA DE      : " DELIMITED BY SIZE
008230         VL-EDIT-A DELIMITED BY SIZE
008240         " JOURS" DELIMITED BY SIZE
008250         INTO VL-RPT-LIGNE.
008260     WRITE VL-RPT-LIGNE.
008270     MOVE VL-NB-LUS TO VL-EDIT-A.
008280     MOVE SPACES TO VL-RPT-LIGNE.
008290     STRING "ENREGISTREMENTS LUS      : " DELIMITED BY SIZE
008300         VL-EDIT-A DELIMITED BY SIZE
008310         INTO VL-RPT-LIGNE.
008320     WRITE VL-RPT-LIGNE.
008330     MOVE VL-NB-EN-ATTENTE TO VL-EDIT-A.
008340     MOVE SPACES TO VL-RPT-LIGNE.
008350     STRING "REJETS EN ATTENTE        : " DELIMITED BY SIZE
008360         VL-EDIT-A DELIMITED BY SIZE
008370         INTO VL-RPT-LIGNE.
008380     WRITE VL-RPT-LIGNE.
008390     MOVE VL-NB-RE-REJETES TO VL-EDIT-A.
008400     MOVE SPACES TO VL-RPT-LIGNE.
008410     STRING "REJETS RE-REJETES        : " DELIMITED BY SIZE
008420         VL-EDIT-A DELIMITED BY SIZE
008430         INTO VL-RPT-LIGNE.
008440     WRITE VL-RPT-LIGNE.
008450     IF VL-NB-DATE-INVALIDE > 0
008460         MOVE VL-NB-DATE-INVALIDE TO VL-EDIT-A
008470         MOVE SPACES TO VL-RPT-LIGNE
008480         STRING "DONT DATES INVALIDES     : " DELIMITED BY SIZE
008490             VL-EDIT-A DELIMITED BY SIZE
008500             INTO VL-RPT-LIGNE
008510         WRITE VL-RPT-LIGNE
008520     END-IF.
008530     IF VL-TOT-NB-TOTAL = 0
008540         MOVE SPACES TO VL-RPT-LIGNE
008550         WRITE VL-RPT-LIGNE
008560         MOVE "AUCUN REJET EN SUSPENS" TO VL-RPT-LIGNE
008570         WRITE VL-RPT-LIGNE
008580         PERFORM 8500-CONCLURE THRU 8500-EXIT
008590         CLOSE VIEILLISSEMENT-RPT
008600         GO TO 8000-EXIT
008610     END-IF.
008620     PERFORM 8100-IMPRIMER-SERVICES THRU 8100-EXIT.
008630     PERFORM 8200-IMPRIMER-RAISONS THRU 8200-EXIT.
008640     PERFORM 8300-IMPRIMER-PLUS-ANCIEN THRU 8300-EXIT.
008650     PERFORM 8400-IMPRIMER-ESCALADES THRU 8400-EXIT.
008660     PERFORM 8500-CONCLURE THRU 8500-EXIT.
008670     CLOSE VIEILLISSEMENT-RPT.
008680 8000-EXIT.
008690     EXIT.
008700*
008710*----------------------------------------------------------------*
008720* EN-TETE DES COLONNES DE TRANCHES, COMMUN AUX DEUX VENTILATIONS
008730* (LE LIBELLE DE LA LIGNE OCCUPE LES COLONNES 1 A 24).
008740*----------------------------------------------------------------*
008750 8050-IMPRIMER-COLONNES.
008760     PERFORM 8060-TETE-TRANCHE THRU 8060-EXIT
008770         VARYING VL-TRA-IDX FROM 1 BY 1
008780         UNTIL VL-TRA-IDX > 4.
008790     MOVE "TOTAL" TO VL-RPT-LIGNE(60:5).
008800     MOVE "PLUS ANCIEN" TO VL-RPT-LIGNE(67:11).
008810     WRITE VL-RPT-LIGNE.
008820 8050-EXIT.
008830     EXIT.
008840*
008850 8060-TETE-TRANCHE.
008860     MOVE FUNCTION TRIM(VL-LIB-TRANCHE(VL-TRA-IDX))
008870         TO VL-COL-TETE.
008880     MOVE VL-COL-TETE TO VL-RPT-LIGNE(17 + VL-TRA-IDX * 8:8).
008890 8060-EXIT.
008900     EXIT.
008910*
008920 8100-IMPRIMER-SERVICES.
008930     MOVE SPACES TO VL-RPT-LIGNE.
008940     WRITE VL-RPT-LIGNE.
008950     MOVE "VENTILATION PAR SERVICE EMETTEUR :" TO VL-RPT-LIGNE.
008960     WRITE VL-RPT-LIGNE.
008970     OPEN INPUT SERVICES-FILE.
008980     IF VL-SRV-OK
008990         MOVE "Y" TO VL-SRV-DISPO-SW
009000     ELSE
009010         IF VL-SRV-ABSENT
009020             CLOSE SERVICES-FILE
009030         END-IF
009040         MOVE "REFERENTIEL DES SERVICES INDISPONIBLE"
009050             TO VL-RPT-LIGNE
009060         WRITE VL-RPT-LIGNE
009070     END-IF.
009080     MOVE SPACES TO VL-RPT-LIGNE.
009090     MOVE "CODE" TO VL-RPT-LIGNE(1:4).
009100     MOVE "NOM DU SERVICE" TO VL-RPT-LIGNE(6:14).
009110     PERFORM 8050-IMPRIMER-COLONNES THRU 8050-EXIT.
009120     PERFORM 8150-IMPRIMER-UN-SERVICE THRU 8150-EXIT
009130         VARYING VL-SRC-IDX FROM 1 BY 1
009140         UNTIL VL-SRC-IDX > VL-NB-SOURCES.
009150     IF VL-SRV-DISPONIBLE
009160         CLOSE SERVICES-FILE
009170     END-IF.
009180 8100-EXIT.
009190     EXIT.
009200*
009210 8150-IMPRIMER-UN-SERVICE.
009220     IF VL-SRC-CODE(VL-SRC-IDX) = SPACES
009230         MOVE "SAISIE UNITAIRE" TO VL-NOM-SERVICE
009240     ELSE
009250         MOVE SPACES TO VL-NOM-SERVICE
009260         IF VL-SRV-DISPONIBLE
009270             PERFORM 8160-LIRE-SERVICE THRU 8160-EXIT
009280         END-IF
009290     END-IF.
009300     MOVE SPACES TO VL-RPT-LIGNE.
009310     MOVE VL-SRC-CODE(VL-SRC-IDX) TO VL-RPT-LIGNE(1:4).
009320     MOVE VL-NOM-SERVICE(1:19) TO VL-RPT-LIGNE(6:19).
009330     PERFORM 8170-TRANCHES-SERVICE THRU 8170-EXIT
009340         VARYING VL-TRA-IDX FROM 1 BY 1
009350         UNTIL VL-TRA-IDX > 4.
009360     MOVE VL-SRC-NB-TOTAL(VL-SRC-IDX) TO VL-EDIT-COL.
009370     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(57:8).
009380     MOVE VL-SRC-DATE-ANCIEN(VL-SRC-IDX) TO VL-DATE-COL.
009390     PERFORM 8900-COLONNE-DATE THRU 8900-EXIT.
009400     WRITE VL-RPT-LIGNE.
009410 8150-EXIT.
009420     EXIT.
009430*
009440 8160-LIRE-SERVICE.
009450     MOVE VL-SRC-CODE(VL-SRC-IDX) TO PIV-CODE.
009460     READ SERVICES-FILE
009470         INVALID KEY
009480             MOVE "NON REFERENCE" TO VL-NOM-SERVICE
009490         NOT INVALID KEY
009500             MOVE PIV-NOM TO VL-NOM-SERVICE
009510     END-READ.
009520     IF NOT VL-SRV-OK AND NOT VL-SRV-INTROUVABLE
009530         MOVE "SERVICES-FILE (LECTURE)" TO VL-MSG-ERREUR
009540         MOVE VL-SRV-STATUT TO VL-STATUT-ERREUR-FICHIER
009550         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009560     END-IF.
009570 8160-EXIT.
009580     EXIT.
009590*
009600 8170-TRANCHES-SERVICE.
009610     MOVE VL-SRC-NB-TRANCHE(VL-SRC-IDX, VL-TRA-IDX)
009620         TO VL-EDIT-COL.
009630     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(17 + VL-TRA-IDX * 8:8).
009640 8170-EXIT.
009650     EXIT.
009660*
009670*----------------------------------------------------------------*
009680* VENTILATION PAR CODE RAISON : TOUTES LES RAISONS REFERENCEES,
009690* LA LIGNE DES CODES NON REFERENCES SEULEMENT SI ELLE SERT.
009700*----------------------------------------------------------------*
009710 8200-IMPRIMER-RAISONS.
009720     MOVE SPACES TO VL-RPT-LIGNE.
009730     WRITE VL-RPT-LIGNE.
009740     MOVE "VENTILATION PAR CODE RAISON :" TO VL-RPT-LIGNE.
009750     WRITE VL-RPT-LIGNE.
009760     MOVE SPACES TO VL-RPT-LIGNE.
009770     MOVE "R MOTIF" TO VL-RPT-LIGNE(1:7).
009780     PERFORM 8050-IMPRIMER-COLONNES THRU 8050-EXIT.
009790     PERFORM 8250-IMPRIMER-UNE-RAISON THRU 8250-EXIT
009800         VARYING VL-RAI-IDX FROM 1 BY 1
009810         UNTIL VL-RAI-IDX > VL-NB-RAISONS.
009820     MOVE SPACES TO VL-RPT-LIGNE.
009830     MOVE "TOTAL" TO VL-RPT-LIGNE(1:5).
009840     PERFORM 8280-TRANCHES-TOTAL THRU 8280-EXIT
009850         VARYING VL-TRA-IDX FROM 1 BY 1
009860         UNTIL VL-TRA-IDX > 4.
009870     MOVE VL-TOT-NB-TOTAL TO VL-EDIT-COL.
009880     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(57:8).
009890     MOVE VL-TOT-DATE-ANCIEN TO VL-DATE-COL.
009900     PERFORM 8900-COLONNE-DATE THRU 8900-EXIT.
009910     WRITE VL-RPT-LIGNE.
009920 8200-EXIT.
009930     EXIT.
009940*
009950 8250-IMPRIMER-UNE-RAISON.
009960     IF VL-RAI-IDX = VL-NB-RAISONS
009970         AND VL-RAI-NB-TOTAL(VL-RAI-IDX) = 0
009980         GO TO 8250-EXIT
009990     END-IF.
010000     MOVE SPACES TO VL-RPT-LIGNE.
010010     MOVE VL-RAI-CODE(VL-RAI-IDX) TO VL-RPT-LIGNE(1:1).
010020     MOVE VL-RAI-LIBELLE(VL-RAI-IDX) TO VL-RPT-LIGNE(3:22).
010030     PERFORM 8270-TRANCHES-RAISON THRU 8270-EXIT
010040         VARYING VL-TRA-IDX FROM 1 BY 1
010050         UNTIL VL-TRA-IDX > 4.
010060     MOVE VL-RAI-NB-TOTAL(VL-RAI-IDX) TO VL-EDIT-COL.
010070     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(57:8).
010080     MOVE VL-RAI-DATE-ANCIEN(VL-RAI-IDX) TO VL-DATE-COL.
010090     PERFORM 8900-COLONNE-DATE THRU 8900-EXIT.
010100     WRITE VL-RPT-LIGNE.
010110 8250-EXIT.
010120     EXIT.
010130*
010140 8270-TRANCHES-RAISON.
010150     MOVE VL-RAI-NB-TRANCHE(VL-RAI-IDX, VL-TRA-IDX)
010160         TO VL-EDIT-COL.
010170     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(17 + VL-TRA-IDX * 8:8).
010180 8270-EXIT.
010190     EXIT.
010200*
010210 8280-TRANCHES-TOTAL.
010220     MOVE VL-TOT-NB-TRANCHE(VL-TRA-IDX) TO VL-EDIT-COL.
010230     MOVE VL-EDIT-COL TO VL-RPT-LIGNE(17 + VL-TRA-IDX * 8:8).
010240 8280-EXIT.
010250     EXIT.
010260*
010270 8300-IMPRIMER-PLUS-ANCIEN.
010280     MOVE SPACES TO VL-RPT-LIGNE.
010290     WRITE VL-RPT-LIGNE.
010300     IF NOT VL-ANC-VU
010310         MOVE "PLUS ANCIEN REJET        : DATE INCONNUE"
010320             TO VL-RPT-LIGNE
010330         WRITE VL-RPT-LIGNE
010340         GO TO 8300-EXIT
010350     END-IF.
010360     MOVE VL-ANC-DATE TO VL-DATE-ENTREE.
010370     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
010380     MOVE VL-ANC-AGE TO VL-EDIT-AGE.
010390     MOVE FUNCTION TRIM(VL-EDIT-AGE) TO VL-CHAMP-AGE.
010400     MOVE SPACES TO VL-RPT-LIGNE.
010410     STRING "PLUS ANCIEN REJET        : " DELIMITED BY SIZE
010420         VL-ANC-VALEUR DELIMITED BY SIZE
010430         " DU " DELIMITED BY SIZE
010440         VL-DATE-EDITEE DELIMITED BY SIZE
010450         " (" DELIMITED BY SIZE
010460         VL-CHAMP-AGE DELIMITED BY SPACE
010470         " JOURS)" DELIMITED BY SIZE
010480         INTO VL-RPT-LIGNE.
010490     WRITE VL-RPT-LIGNE.
010500     MOVE SPACES TO VL-RPT-LIGNE.
010510     STRING "                           SERVICE " DELIMITED BY
010520         SIZE
010530         VL-ANC-SOURCE DELIMITED BY SIZE
010540         " RAISON " DELIMITED BY SIZE
010550         VL-ANC-RAISON DELIMITED BY SIZE
010560         " EXECUTION " DELIMITED BY SIZE
010570         VL-ANC-EXEC DELIMITED BY SIZE
010580         INTO VL-RPT-LIGNE.
010590     WRITE VL-RPT-LIGNE.
010600 8300-EXIT.
010610     EXIT.
010620*
010630 8400-IMPRIMER-ESCALADES.
010640     MOVE VL-NB-ESCALADES TO VL-EDIT-A.
010650     MOVE SPACES TO VL-RPT-LIGNE.
010660     STRING "REJETS EN RETARD         : " DELIMITED BY SIZE
010670         VL-EDIT-A DELIMITED BY SIZE
010680         INTO VL-RPT-LIGNE.
010690     WRITE VL-RPT-LIGNE.
010700     MOVE VL-NB-BLOQUES TO VL-EDIT-A.
010710     MOVE SPACES TO VL-RPT-LIGNE.
010720     STRING "BLOQUES (NON ESCALADES)  : " DELIMITED BY SIZE
010730         VL-EDIT-A DELIMITED BY SIZE
010740         INTO VL-RPT-LIGNE.
010750     WRITE VL-RPT-LIGNE.
010760     MOVE VL-NB-FIC-ESCALADE TO VL-EDIT-A.
010770     MOVE SPACES TO VL-RPT-LIGNE.
010780     STRING "FICHIERS D'ESCALADE      : " DELIMITED BY SIZE
010790         VL-EDIT-A DELIMITED BY SIZE
010800         INTO VL-RPT-LIGNE.
010810     WRITE VL-RPT-LIGNE.
010820     PERFORM 8450-IMPRIMER-UNE-ESCALADE THRU 8450-EXIT
010830         VARYING VL-SRC-IDX FROM 1 BY 1
010840         UNTIL VL-SRC-IDX > VL-NB-SOURCES.
010850 8400-EXIT.
010860     EXIT.
010870*
010880 8450-IMPRIMER-UNE-ESCALADE.
010890     IF VL-SRC-NB-ESCALADE(VL-SRC-IDX) = 0
010900         GO TO 8450-EXIT
010910     END-IF.
010920     PERFORM 5150-NOMMER-ESCALADE THRU 5150-EXIT.
010930     MOVE VL-SRC-NB-ESCALADE(VL-SRC-IDX) TO VL-EDIT-A.
010940     MOVE SPACES TO VL-RPT-LIGNE.
010950     STRING "  " DELIMITED BY SIZE
010960         VL-FIC-ESCALADE DELIMITED BY SPACE
010970         INTO VL-RPT-LIGNE.
010980     MOVE VL-EDIT-A TO VL-RPT-LIGNE(27:9).
010990     MOVE " REJETS" TO VL-RPT-LIGNE(36:7).
011000     WRITE VL-RPT-LIGNE.
011010 8450-EXIT.
011020     EXIT.
011030*
011040 8500-CONCLURE.
011050     MOVE SPACES TO VL-RPT-LIGNE.
011060     WRITE VL-RPT-LIGNE.
011070     IF VL-EN-ALERTE
011080         MOVE VL-NB-ALERTES TO VL-EDIT-A
011090         MOVE SPACES TO VL-RPT-LIGNE
011100         STRING "ALERTE : " DELIMITED BY SIZE
011110             VL-EDIT-A DELIMITED BY SIZE
011120             " REJETS EN SUSPENS DEPUIS PLUS DE " DELIMITED BY
011130             SIZE
011140             VL-LIB-BORNE-2 DELIMITED BY SPACE
011150             " JOURS" DELIMITED BY SIZE
011160             INTO VL-RPT-LIGNE
011170         WRITE VL-RPT-LIGNE
011180         MOVE "CONCLUSION : ALERTE - PREVENIR L'ASTREINTE"
011190             TO VL-RPT-LIGNE
011200     ELSE
011210         MOVE "CONCLUSION : AUCUN SEUIL FRANCHI" TO VL-RPT-LIGNE
011220     END-IF.
011230     WRITE VL-RPT-LIGNE.
011240 8500-EXIT.
011250     EXIT.
011260*
011270*----------------------------------------------------------------*
011280* DATE DU PLUS ANCIEN REJET D'UNE LIGNE DE VENTILATION EN
011290* COLONNES 67 A 76 (A BLANC SI AUCUNE DATE VALIDE).
011300*----------------------------------------------------------------*
011310 8900-COLONNE-DATE.
011320     IF VL-DATE-COL = 0
011330         GO TO 8900-EXIT
011340     END-IF.
011350     MOVE VL-DATE-COL TO VL-DATE-ENTREE.
011360     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
011370     MOVE VL-DATE-EDITEE TO VL-RPT-LIGNE(67:10).
011380 8900-EXIT.
011390     EXIT.
011400*
011410*----------------------------------------------------------------*
011420* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
011430* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
011440*----------------------------------------------------------------*
011450 9000-ERREUR-FICHIER.
011460     DISPLAY "ERREUR E/S - " VL-MSG-ERREUR
011470         " - STATUT " VL-STATUT-ERREUR-FICHIER.
011480     MOVE 16 TO RETURN-CODE.
011490     STOP RUN.
011500 9000-EXIT.
011510     EXIT.
