000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ENCHAINEMENT.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. PILOTE DE LA CHAINE DE NUIT. LA
000220*                 DEFINITION DE LA CHAINE (FICHIER PAIRICHD, COPY
000230*                 PAIRICHD) DONNE LES ETAPES DANS L'ORDRE, LEURS
000240*                 CARTES PARAMETRES ET LES CODES RETOUR QUI
000250*                 PERMETTENT DE CONTINUER. CHAQUE ETAPE EST
000260*                 LANCEE PAR SA COMMANDE APRES ECRITURE DE SES
000270*                 CARTES DANS SON FICHIER DE PARAMETRES ; SON
000280*                 DEBUT, SA FIN, SON CODE RETOUR ET LES NUMEROS
000290*                 D'EXECUTION QU'ELLE A PRIS DANS PAIRIRUN SONT
000300*                 ENREGISTRES DANS L'ETAT INDEXE DE LA CHAINE
000310*                 PAIRICST (COPY PAIRICST), CLE DATE METIER ET
000320*                 NUMERO D'ETAPE. UN CODE RETOUR NON ADMIS ARRETE
000330*                 LA CHAINE (CODE RETOUR 16). A LA REPRISE POUR LA
000340*                 MEME DATE METIER, LES ETAPES TERMINEES NE SONT
000350*                 PAS RELANCEES ET LA CHAINE REPART A L'ETAPE EN
000360*                 ECHEC. UNE CHAINE DEJA TERMINEE N'EST PAS
000370*                 RELANCEE (CODE RETOUR 12). LE RESUME DE NUIT
000380*                 ENCHRPT DONNE SUR UNE PAGE L'ETAT FINAL DE
000390*                 CHAQUE ETAPE. PARAMETRE OPTIONNEL ENCHPARM :
000400*                 DATE-METIER=AAAAMMJJ (DATE DU JOUR PAR DEFAUT).
000410*----------------------------------------------------------------*
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL PARAMETRES-IN
000470         ASSIGN TO "ENCHPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS EC-PRM-STATUT.
000500     SELECT DEFINITION-IN
000510         ASSIGN TO "PAIRICHD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS EC-CHD-STATUT.
000540     SELECT OPTIONAL ETAT-CHAINE
000550         ASSIGN TO "PAIRICST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PCS-CLE
000590         FILE STATUS IS EC-CST-STATUT.
000600     SELECT CARTES-OUT
000610         ASSIGN TO DYNAMIC EC-FIC-CARTES
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS EC-CRT-STATUT.
000640     SELECT OPTIONAL RUN-CONTROL
000650         ASSIGN TO "PAIRIRUN"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS EC-RUN-STATUT.
000680     SELECT ENCHAINEMENT-RPT
000690         ASSIGN TO "ENCHRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS EC-RPT-STATUT.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARAMETRES-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  PARAMETRE-REC           PIC X(80).
000780*
000790 FD  DEFINITION-IN
000800     LABEL RECORDS ARE STANDARD.
000810     COPY PAIRICHD.
000820*
000830 FD  ETAT-CHAINE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PAIRICST.
000860*
000870 FD  CARTES-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 01  CARTE-REC               PIC X(80).
000900*
000910 FD  RUN-CONTROL
000920     LABEL RECORDS ARE STANDARD.
000930 01  RUN-CONTROL-REC.
000940     05  RUN-DERNIER-NO          PIC 9(05).
000950     05  FILLER                  PIC X(05).
000960*
000970 FD  ENCHAINEMENT-RPT
000980     LABEL RECORDS ARE STANDARD.
000990 01  EC-RPT-LIGNE            PIC X(80).
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030*----------------------------------------------------------------*
001040* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001050* L'OUVERTURE DES FICHIERS OPTIONNELS.
001060*----------------------------------------------------------------*
001070 77  EC-PRM-STATUT           PIC X(02) VALUE "00".
001080     88  EC-PRM-OK               VALUE "00".
001090     88  EC-PRM-ABSENT           VALUE "05".
001100 77  EC-CHD-STATUT           PIC X(02) VALUE "00".
001110     88  EC-CHD-OK               VALUE "00".
001120 77  EC-CST-STATUT           PIC X(02) VALUE "00".
001130     88  EC-CST-OK               VALUE "00".
001140     88  EC-CST-ABSENT           VALUE "05".
001150 77  EC-CRT-STATUT           PIC X(02) VALUE "00".
001160     88  EC-CRT-OK               VALUE "00".
001170 77  EC-RUN-STATUT           PIC X(02) VALUE "00".
001180     88  EC-RUN-OK               VALUE "00".
001190     88  EC-RUN-ABSENT           VALUE "05".
001200 77  EC-RPT-STATUT           PIC X(02) VALUE "00".
001210     88  EC-RPT-OK               VALUE "00".
001220 77  EC-MSG-ERREUR           PIC X(40) VALUE SPACES.
001230 77  EC-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001240*
001250*----------------------------------------------------------------*
001260* PARAMETRES DU PASSAGE (FICHIER ENCHPARM).
001270*----------------------------------------------------------------*
001280 77  EC-DATE-METIER          PIC 9(08) VALUE 0.
001290 77  EC-PRM-EOF-SW           PIC X VALUE "N".
001300     88  EC-PRM-EOF              VALUE "Y".
001310 77  EC-PRM-CLE              PIC X(20) VALUE SPACES.
001320 77  EC-PRM-VALEUR           PIC X(60) VALUE SPACES.
001330 77  EC-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001340 77  EC-PRM-NOMBRE           PIC 9(08) VALUE 0.
001350*
001360*----------------------------------------------------------------*
001370* DEFINITION DE LA CHAINE : 20 ETAPES ET 200 CARTES AU PLUS. LES
001380* CARTES D'UNE ETAPE SONT CONSECUTIVES DANS LA TABLE DES CARTES
001390* A PARTIR DE EC-ETP-PREM-CARTE. L'ETAT DE CHAQUE ETAPE (RELU
001400* DANS PAIRICST PUIS MIS A JOUR) SERT AU RESUME DE NUIT ;
001410* EC-ETP-STATUT A BLANC = ETAPE NON LANCEE POUR CETTE DATE.
001420*----------------------------------------------------------------*
001430 77  EC-CHD-EOF-SW           PIC X VALUE "N".
001440     88  EC-CHD-EOF              VALUE "Y".
001450 77  EC-NB-ETAPES            PIC 9(02) COMP VALUE 0.
001460 77  EC-NB-CARTES            PIC 9(03) COMP VALUE 0.
001470 01  EC-TABLE-ETAPES.
001480     05  EC-ETAPE OCCURS 20 TIMES.
001490         10  EC-ETP-NO           PIC 9(02).
001500         10  EC-ETP-PROGRAMME    PIC X(14).
001510         10  EC-ETP-FIC-PARM     PIC X(08).
001520         10  EC-ETP-CODES        PIC X(18).
001530         10  EC-ETP-COMMANDE     PIC X(80).
001540         10  EC-ETP-PREM-CARTE   PIC 9(03) COMP.
001550         10  EC-ETP-NB-CARTES    PIC 9(03) COMP.
001560         10  EC-ETP-ENREG-SW     PIC X(01).
001570             88  EC-ETP-ENREGISTREE  VALUE "Y".
001580         10  EC-ETP-DEJA-SW      PIC X(01).
001590             88  EC-ETP-DEJA-FAITE   VALUE "Y".
001600         10  EC-ETP-STATUT       PIC X(01).
001610             88  EC-ETP-EN-COURS     VALUE "E".
001620             88  EC-ETP-TERMINEE     VALUE "T".
001630             88  EC-ETP-EN-ECHEC     VALUE "A".
001640         10  EC-ETP-DATE-DEBUT   PIC 9(08).
001650         10  EC-ETP-HEURE-DEBUT  PIC 9(06).
001660         10  EC-ETP-DATE-FIN     PIC 9(08).
001670         10  EC-ETP-HEURE-FIN    PIC 9(06).
001680         10  EC-ETP-CODE-RETOUR  PIC 9(03).
001690         10  EC-ETP-PREM-EXEC    PIC 9(05).
001700         10  EC-ETP-DERN-EXEC    PIC 9(05).
001710         10  EC-ETP-LANCEMENTS   PIC 9(03).
001720 01  EC-TABLE-CARTES.
001730     05  EC-CARTE                PIC X(80) OCCURS 200 TIMES.
001740*
001750*----------------------------------------------------------------*
001760* CODES RETOUR ADMIS D'UNE ETAPE (VUE DE EC-ETP-CODES).
001770*----------------------------------------------------------------*
001780 01  EC-CODES-ADMIS.
001790     05  EC-CODE-ADMIS OCCURS 6 TIMES.
001800         10  EC-CODE             PIC X(02).
001810         10  FILLER              PIC X(01).
001820*
001830*----------------------------------------------------------------*
001840* ZONES DE TRAVAIL DU LANCEMENT D'UNE ETAPE. LA COMMANDE REND LE
001850* STATUT D'ATTENTE DU SYSTEME : CODE RETOUR MULTIPLIE PAR 256,
001860* RESTE NON NUL SI LE PROGRAMME A ETE ARRETE SANS CODE RETOUR.
001870*----------------------------------------------------------------*
001880 77  EC-IDX                  PIC 9(02) COMP VALUE 0.
001890 77  EC-CRT-IDX              PIC 9(03) COMP VALUE 0.
001900 77  EC-CRT-FIN              PIC 9(03) COMP VALUE 0.
001910 77  EC-COD-IDX              PIC 9(01) COMP VALUE 0.
001920 77  EC-FIC-CARTES           PIC X(08) VALUE SPACES.
001930 77  EC-COMMANDE             PIC X(80) VALUE SPACES.
001940 77  EC-STATUT-SYSTEME       PIC S9(09) COMP VALUE 0.
001950 77  EC-QUOTIENT             PIC S9(09) COMP VALUE 0.
001960 77  EC-RESTE                PIC S9(09) COMP VALUE 0.
001970 77  EC-CODE-EDITE           PIC 9(02) VALUE 0.
001980 77  EC-NO-RUN               PIC 9(05) VALUE 0.
001990 77  EC-NO-AVANT             PIC 9(05) VALUE 0.
002000 77  EC-ADMIS-SW             PIC X VALUE "N".
002010     88  EC-CODE-ADMIS-OK        VALUE "Y".
002020 77  EC-VALIDE-SW            PIC X VALUE "Y".
002030     88  EC-LIGNE-VALIDE         VALUE "Y".
002040 77  EC-DATE-JOUR            PIC 9(08) VALUE 0.
002050 77  EC-HEURE                PIC 9(08) VALUE 0.
002060*
002070*----------------------------------------------------------------*
002080* RESULTAT DU PASSAGE.
002090*----------------------------------------------------------------*
002100 77  EC-ARRET-SW             PIC X VALUE "N".
002110     88  EC-CHAINE-ARRETEE       VALUE "Y".
002120 77  EC-DEJA-SW              PIC X VALUE "N".
002130     88  EC-CHAINE-DEJA-FAITE    VALUE "Y".
002140 77  EC-IDX-ECHEC            PIC 9(02) COMP VALUE 0.
002150 77  EC-NB-DEJA-TERMINEES    PIC 9(02) COMP VALUE 0.
002160 77  EC-NB-TERMINEES         PIC 9(02) COMP VALUE 0.
002170 77  EC-NB-LANCEES           PIC 9(02) COMP VALUE 0.
002180 77  EC-CODE-MAX             PIC 9(03) VALUE 0.
002190 77  EC-CODE-FINAL           PIC 9(03) VALUE 0.
002200*
002210*----------------------------------------------------------------*
002220* ZONES D'EDITION DU RESUME DE NUIT.
002230*----------------------------------------------------------------*
002240 77  EC-EDIT-NB              PIC Z9.
002250 77  EC-EDIT-NB2             PIC Z9.
002260 77  EC-EDIT-CR              PIC ZZ9.
002270 77  EC-EDIT-LANC            PIC ZZ9.
002280 77  EC-LIB-STATUT           PIC X(11) VALUE SPACES.
002290 01  EC-DATE-ENTREE.
002300     05  EC-DA-AAAA              PIC 9(04).
002310     05  EC-DA-MM                PIC 9(02).
002320     05  EC-DA-JJ                PIC 9(02).
002330 01  EC-DATE-EDITEE.
002340     05  EC-DE-JJ                PIC 9(02).
002350     05  FILLER                  PIC X(01) VALUE "/".
002360     05  EC-DE-MM                PIC 9(02).
002370     05  FILLER                  PIC X(01) VALUE "/".
002380     05  EC-DE-AAAA              PIC 9(04).
002390 01  EC-HEURE-ENTREE.
002400     05  EC-HE-HH                PIC 9(02).
002410     05  EC-HE-MN                PIC 9(02).
002420     05  EC-HE-SS                PIC 9(02).
002430 01  EC-HEURE-EDITEE.
002440     05  EC-HD-HH                PIC 9(02).
002450     05  FILLER                  PIC X(01) VALUE ":".
002460     05  EC-HD-MN                PIC 9(02).
002470     05  FILLER                  PIC X(01) VALUE ":".
002480     05  EC-HD-SS                PIC 9(02).
002490 01  EC-EXECUTIONS-EDITEES.
002500     05  EC-EE-PREMIERE          PIC 9(05).
002510     05  EC-EE-TIRET             PIC X(01).
002520     05  EC-EE-DERNIERE          PIC X(05).
002530*
002540 PROCEDURE DIVISION.
002550*
002560 0000-MAINLINE.
002570     ACCEPT EC-DATE-JOUR FROM DATE YYYYMMDD.
002580     ACCEPT EC-HEURE FROM TIME.
002590     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
002600     PERFORM 2000-CHARGER-DEFINITION THRU 2000-EXIT.
002610     PERFORM 3000-LIRE-ETAT-CHAINE THRU 3000-EXIT.
002620     IF EC-NB-DEJA-TERMINEES = EC-NB-ETAPES
002630         MOVE "Y" TO EC-DEJA-SW
002640         DISPLAY "CHAINE DEJA TERMINEE POUR LE " EC-DATE-METIER
002650             " - AUCUNE ETAPE RELANCEE"
002660     ELSE
002670         PERFORM 4000-EXECUTER-ETAPE THRU 4000-EXIT
002680             VARYING EC-IDX FROM 1 BY 1
002690             UNTIL EC-IDX > EC-NB-ETAPES OR EC-CHAINE-ARRETEE
002700     END-IF.
002710     PERFORM 8000-IMPRIMER-RESUME THRU 8000-EXIT.
002720     EVALUATE TRUE
002730         WHEN EC-CHAINE-ARRETEE
002740             MOVE 16 TO EC-CODE-FINAL
002750         WHEN EC-CHAINE-DEJA-FAITE
002760             MOVE 12 TO EC-CODE-FINAL
002770         WHEN OTHER
002780             MOVE EC-CODE-MAX TO EC-CODE-FINAL
002790     END-EVALUATE.
002800     MOVE EC-CODE-FINAL TO RETURN-CODE.
002810     STOP RUN.
002820*
002830*----------------------------------------------------------------*
002840* PARAMETRES : DATE-METIER=AAAAMMJJ, DATE DU JOUR PAR DEFAUT.
002850* UNE CHAINE LANCEE APRES MINUIT POUR LA VEILLE, OU REPRISE LE
002860* LENDEMAIN, DOIT DONNER LA DATE METIER POUR RETROUVER SON ETAT.
002870* UN PARAMETRE INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
002880*----------------------------------------------------------------*
002890 1000-LIRE-PARAMETRES.
002900     OPEN INPUT PARAMETRES-IN.
002910     IF NOT EC-PRM-OK AND NOT EC-PRM-ABSENT
002920         MOVE "PARAMETRES-IN (OUVERTURE)" TO EC-MSG-ERREUR
002930         MOVE EC-PRM-STATUT TO EC-STATUT-ERREUR-FICHIER
002940         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002950     END-IF.
002960     IF EC-PRM-ABSENT
002970         CLOSE PARAMETRES-IN
002980     ELSE
002990         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
003000             UNTIL EC-PRM-EOF
003010         CLOSE PARAMETRES-IN
003020     END-IF.
003030     IF EC-DATE-METIER = 0
003040         MOVE EC-DATE-JOUR TO EC-DATE-METIER
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080*
003090 1100-LIRE-UN-PARAMETRE.
003100     READ PARAMETRES-IN
003110         AT END
003120             MOVE "Y" TO EC-PRM-EOF-SW
003130         NOT AT END
003140             IF PARAMETRE-REC NOT = SPACES
003150                 AND PARAMETRE-REC(1:1) NOT = "*"
003160                 PERFORM 1200-APPLIQUER-PARAMETRE
003170                     THRU 1200-EXIT
003180             END-IF
003190     END-READ.
003200 1100-EXIT.
003210     EXIT.
003220*
003230 1200-APPLIQUER-PARAMETRE.
003240     MOVE SPACES TO EC-PRM-CLE.
003250     MOVE SPACES TO EC-PRM-VALEUR.
003260     UNSTRING PARAMETRE-REC DELIMITED BY "="
003270         INTO EC-PRM-CLE, EC-PRM-VALEUR.
003280     MOVE FUNCTION TRIM(EC-PRM-CLE) TO EC-PRM-CLE.
003290     MOVE FUNCTION TRIM(EC-PRM-VALEUR) TO EC-PRM-VAL-NET.
003300     EVALUATE EC-PRM-CLE
003310         WHEN "DATE-METIER"
003320             IF EC-PRM-VAL-NET(9:) NOT = SPACES
003330                 OR EC-PRM-VAL-NET(1:8) IS NOT NUMERIC
003340                 PERFORM 1900-PARAMETRE-INVALIDE
003350                     THRU 1900-EXIT
003360             END-IF
003370             MOVE EC-PRM-VAL-NET(1:8) TO EC-PRM-NOMBRE
003380             IF FUNCTION TEST-DATE-YYYYMMDD(EC-PRM-NOMBRE)
003390                 NOT = 0
003400                 PERFORM 1900-PARAMETRE-INVALIDE
003410                     THRU 1900-EXIT
003420             END-IF
003430             MOVE EC-PRM-NOMBRE TO EC-DATE-METIER
003440         WHEN OTHER
003450             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003460     END-EVALUATE.
003470 1200-EXIT.
003480     EXIT.
003490*
003500 1900-PARAMETRE-INVALIDE.
003510     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
003520     MOVE 16 TO RETURN-CODE.
003530     STOP RUN.
003540 1900-EXIT.
003550     EXIT.
003560*
003570*----------------------------------------------------------------*
003580* CHARGEMENT ET CONTROLE DE LA DEFINITION DE LA CHAINE. UNE
003590* DEFINITION INVALIDE ARRETE LE PROGRAMME AVANT TOUT LANCEMENT
003600* (CODE RETOUR 16).
003610*----------------------------------------------------------------*
003620 2000-CHARGER-DEFINITION.
003630     OPEN INPUT DEFINITION-IN.
003640     IF NOT EC-CHD-OK
003650         MOVE "DEFINITION-IN (OUVERTURE)" TO EC-MSG-ERREUR
003660         MOVE EC-CHD-STATUT TO EC-STATUT-ERREUR-FICHIER
003670         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003680     END-IF.
003690     PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
003700         UNTIL EC-CHD-EOF.
003710     CLOSE DEFINITION-IN.
003720     IF EC-NB-ETAPES = 0
003730         DISPLAY "DEFINITION DE CHAINE SANS ETAPE"
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770 2000-EXIT.
003780     EXIT.
003790*
003800 2100-LIRE-UNE-LIGNE.
003810     READ DEFINITION-IN
003820         AT END
003830             MOVE "Y" TO EC-CHD-EOF-SW
003840             GO TO 2100-EXIT
003850     END-READ.
003860     IF PAIR-IMPAIR-CHD-REC = SPACES
003870         OR PCD-TYPE = "*"
003880         GO TO 2100-EXIT
003890     END-IF.
003900     IF PCD-NO-ETAPE IS NOT NUMERIC OR PCD-NO-ETAPE = 0
003910         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
003920     END-IF.
003930     EVALUATE TRUE
003940         WHEN PCD-ETAPE
003950             PERFORM 2200-AJOUTER-ETAPE THRU 2200-EXIT
003960         WHEN PCD-CARTE
003970             PERFORM 2300-AJOUTER-CARTE THRU 2300-EXIT
003980         WHEN OTHER
003990             PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004000     END-EVALUATE.
004010 2100-EXIT.
004020     EXIT.
004030*
004040*----------------------------------------------------------------*
004050* LIGNE ETAPE : NUMERO STRICTEMENT CROISSANT, PROGRAMME ET
004060* COMMANDE OBLIGATOIRES, CODES RETOUR ADMIS NUMERIQUES.
004070*----------------------------------------------------------------*
004080 2200-AJOUTER-ETAPE.
004090     IF EC-NB-ETAPES >= 20
004100         DISPLAY "DEFINITION DE CHAINE : 20 ETAPES AU MAXIMUM"
004110         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004120     END-IF.
004130     IF EC-NB-ETAPES > 0
004140         IF PCD-NO-ETAPE NOT > EC-ETP-NO(EC-NB-ETAPES)
004150             PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004160         END-IF
004170     END-IF.
004180     IF PCD-PROGRAMME = SPACES OR PCD-COMMANDE = SPACES
004190         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004200     END-IF.
004210     MOVE "Y" TO EC-VALIDE-SW.
004220     MOVE PCD-CODES-ADMIS TO EC-CODES-ADMIS.
004230     PERFORM 2250-CONTROLER-CODE THRU 2250-EXIT
004240         VARYING EC-COD-IDX FROM 1 BY 1
004250         UNTIL EC-COD-IDX > 6.
004260     IF NOT EC-LIGNE-VALIDE
004270         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004280     END-IF.
004290     ADD 1 TO EC-NB-ETAPES.
004300     MOVE PCD-NO-ETAPE TO EC-ETP-NO(EC-NB-ETAPES).
004310     MOVE PCD-PROGRAMME TO EC-ETP-PROGRAMME(EC-NB-ETAPES).
004320     MOVE PCD-FIC-PARAMETRES TO EC-ETP-FIC-PARM(EC-NB-ETAPES).
004330     MOVE PCD-CODES-ADMIS TO EC-ETP-CODES(EC-NB-ETAPES).
004340     MOVE PCD-COMMANDE TO EC-ETP-COMMANDE(EC-NB-ETAPES).
004350     MOVE 0 TO EC-ETP-PREM-CARTE(EC-NB-ETAPES).
004360     MOVE 0 TO EC-ETP-NB-CARTES(EC-NB-ETAPES).
004370 2200-EXIT.
004380     EXIT.
004390*
004400 2250-CONTROLER-CODE.
004410     IF EC-CODE(EC-COD-IDX) NOT = SPACES
004420         AND EC-CODE(EC-COD-IDX) IS NOT NUMERIC
004430         MOVE "N" TO EC-VALIDE-SW
004440     END-IF.
004450 2250-EXIT.
004460     EXIT.
004470*
004480*----------------------------------------------------------------*
004490* LIGNE CARTE : ELLE SUIT SON ETAPE (MEME NUMERO), QUI DOIT AVOIR
004500* UN FICHIER DE PARAMETRES.
004510*----------------------------------------------------------------*
004520 2300-AJOUTER-CARTE.
004530     IF EC-NB-ETAPES = 0
004540         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004550     END-IF.
004560     IF PCD-NO-ETAPE NOT = EC-ETP-NO(EC-NB-ETAPES)
004570         OR EC-ETP-FIC-PARM(EC-NB-ETAPES) = SPACES
004580         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004590     END-IF.
004600     IF EC-NB-CARTES >= 200
004610         DISPLAY "DEFINITION DE CHAINE : 200 CARTES AU MAXIMUM"
004620         PERFORM 2900-DEFINITION-INVALIDE THRU 2900-EXIT
004630     END-IF.
004640     ADD 1 TO EC-NB-CARTES.
004650     MOVE PCD-CARTE-TEXTE TO EC-CARTE(EC-NB-CARTES).
004660     IF EC-ETP-NB-CARTES(EC-NB-ETAPES) = 0
004670         MOVE EC-NB-CARTES TO EC-ETP-PREM-CARTE(EC-NB-ETAPES)
004680     END-IF.
004690     ADD 1 TO EC-ETP-NB-CARTES(EC-NB-ETAPES).
004700 2300-EXIT.
004710     EXIT.
004720*
004730 2900-DEFINITION-INVALIDE.
004740     DISPLAY "DEFINITION DE CHAINE INVALIDE : "
004750         PAIR-IMPAIR-CHD-REC(1:60).
004760     MOVE 16 TO RETURN-CODE.
004770     STOP RUN.
004780 2900-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------------*
004820* RELECTURE DE L'ETAT DE LA CHAINE POUR LA DATE METIER. UNE
004830* ETAPE DEJA ENREGISTREE SOUS UN AUTRE PROGRAMME SIGNIFIE QUE LA
004840* DEFINITION A CHANGE DEPUIS LE PASSAGE PRECEDENT : LA REPRISE
004850* EST REFUSEE (CODE RETOUR 16).
004860*----------------------------------------------------------------*
004870 3000-LIRE-ETAT-CHAINE.
004880     OPEN INPUT ETAT-CHAINE.
004890     IF NOT EC-CST-OK AND NOT EC-CST-ABSENT
004900         MOVE "ETAT-CHAINE (OUVERTURE)" TO EC-MSG-ERREUR
004910         MOVE EC-CST-STATUT TO EC-STATUT-ERREUR-FICHIER
004920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004930     END-IF.
004940     PERFORM 3100-LIRE-ETAT-ETAPE THRU 3100-EXIT
004950         VARYING EC-IDX FROM 1 BY 1
004960         UNTIL EC-IDX > EC-NB-ETAPES.
004970     CLOSE ETAT-CHAINE.
004980 3000-EXIT.
004990     EXIT.
005000*
005010 3100-LIRE-ETAT-ETAPE.
005020     MOVE "N" TO EC-ETP-ENREG-SW(EC-IDX).
005030     MOVE "N" TO EC-ETP-DEJA-SW(EC-IDX).
005040     MOVE SPACE TO EC-ETP-STATUT(EC-IDX).
005050     MOVE 0 TO EC-ETP-DATE-DEBUT(EC-IDX).
005060     MOVE 0 TO EC-ETP-HEURE-DEBUT(EC-IDX).
005070     MOVE 0 TO EC-ETP-DATE-FIN(EC-IDX).
005080     MOVE 0 TO EC-ETP-HEURE-FIN(EC-IDX).
005090     MOVE 0 TO EC-ETP-CODE-RETOUR(EC-IDX).
005100     MOVE 0 TO EC-ETP-PREM-EXEC(EC-IDX).
005110     MOVE 0 TO EC-ETP-DERN-EXEC(EC-IDX).
005120     MOVE 0 TO EC-ETP-LANCEMENTS(EC-IDX).
005130     IF EC-CST-ABSENT
005140         GO TO 3100-EXIT
005150     END-IF.
005160     MOVE EC-DATE-METIER TO PCS-DATE-METIER.
005170     MOVE EC-ETP-NO(EC-IDX) TO PCS-NO-ETAPE.
005180     READ ETAT-CHAINE
005190         INVALID KEY
005200             GO TO 3100-EXIT
005210     END-READ.
005220     IF NOT EC-CST-OK
005230         MOVE "ETAT-CHAINE (LECTURE)" TO EC-MSG-ERREUR
005240         MOVE EC-CST-STATUT TO EC-STATUT-ERREUR-FICHIER
005250         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005260     END-IF.
005270     IF PCS-PROGRAMME NOT = EC-ETP-PROGRAMME(EC-IDX)
005280         DISPLAY "ETAPE " EC-ETP-NO(EC-IDX) " : " PCS-PROGRAMME
005290             " DANS PAIRICST, " EC-ETP-PROGRAMME(EC-IDX)
005300             " DANS PAIRICHD - DEFINITION MODIFIEE, REPRISE "
005310             "IMPOSSIBLE"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     MOVE "Y" TO EC-ETP-ENREG-SW(EC-IDX).
005360     MOVE PCS-STATUT TO EC-ETP-STATUT(EC-IDX).
005370     MOVE PCS-DATE-DEBUT TO EC-ETP-DATE-DEBUT(EC-IDX).
005380     MOVE PCS-HEURE-DEBUT TO EC-ETP-HEURE-DEBUT(EC-IDX).
005390     MOVE PCS-DATE-FIN TO EC-ETP-DATE-FIN(EC-IDX).
005400     MOVE PCS-HEURE-FIN TO EC-ETP-HEURE-FIN(EC-IDX).
005410     MOVE PCS-CODE-RETOUR TO EC-ETP-CODE-RETOUR(EC-IDX).
005420     MOVE PCS-PREMIERE-EXECUTION TO EC-ETP-PREM-EXEC(EC-IDX).
005430     MOVE PCS-DERNIERE-EXECUTION TO EC-ETP-DERN-EXEC(EC-IDX).
005440     MOVE PCS-NB-LANCEMENTS TO EC-ETP-LANCEMENTS(EC-IDX).
005450     IF EC-ETP-TERMINEE(EC-IDX)
005460         MOVE "Y" TO EC-ETP-DEJA-SW(EC-IDX)
005470         ADD 1 TO EC-NB-DEJA-TERMINEES
005480     END-IF.
005490 3100-EXIT.
005500     EXIT.
005510*
005520*----------------------------------------------------------------*
005530* EXECUTION D'UNE ETAPE. UNE ETAPE TERMINEE LORS D'UN PASSAGE
005540* PRECEDENT N'EST JAMAIS RELANCEE. SINON : CARTES PARAMETRES,
005550* ETAT EN COURS ENREGISTRE AVANT LE LANCEMENT, LANCEMENT DE LA
005560* COMMANDE, PUIS ETAT FINAL AVEC LE CODE RETOUR ET LES NUMEROS
005570* D'EXECUTION PRIS DANS PAIRIRUN. UN CODE RETOUR NON ADMIS
005580* ARRETE LA CHAINE.
005590*----------------------------------------------------------------*
005600 4000-EXECUTER-ETAPE.
005610     IF EC-ETP-TERMINEE(EC-IDX)
005620         DISPLAY "ETAPE " EC-ETP-NO(EC-IDX) " "
005630             EC-ETP-PROGRAMME(EC-IDX)
005640             " DEJA TERMINEE - NON RELANCEE"
005650         GO TO 4000-EXIT
005660     END-IF.
005670     IF EC-ETP-FIC-PARM(EC-IDX) NOT = SPACES
005680         PERFORM 4100-ECRIRE-CARTES THRU 4100-EXIT
005690     END-IF.
005700     PERFORM 4200-LIRE-NO-EXECUTION THRU 4200-EXIT.
005710     MOVE EC-NO-RUN TO EC-NO-AVANT.
005720     ACCEPT EC-DATE-JOUR FROM DATE YYYYMMDD.
005730     ACCEPT EC-HEURE FROM TIME.
005740     MOVE "E" TO EC-ETP-STATUT(EC-IDX).
005750     MOVE EC-DATE-JOUR TO EC-ETP-DATE-DEBUT(EC-IDX).
005760     MOVE EC-HEURE(1:6) TO EC-ETP-HEURE-DEBUT(EC-IDX).
005770     MOVE 0 TO EC-ETP-DATE-FIN(EC-IDX).
005780     MOVE 0 TO EC-ETP-HEURE-FIN(EC-IDX).
005790     MOVE 0 TO EC-ETP-CODE-RETOUR(EC-IDX).
005800     MOVE 0 TO EC-ETP-PREM-EXEC(EC-IDX).
005810     MOVE 0 TO EC-ETP-DERN-EXEC(EC-IDX).
005820     ADD 1 TO EC-ETP-LANCEMENTS(EC-IDX).
005830     PERFORM 4500-ENREGISTRER-ETAT THRU 4500-EXIT.
005840     ADD 1 TO EC-NB-LANCEES.
005850     DISPLAY "ETAPE " EC-ETP-NO(EC-IDX) " "
005860         EC-ETP-PROGRAMME(EC-IDX) " LANCEE".
005870     MOVE EC-ETP-COMMANDE(EC-IDX) TO EC-COMMANDE.
005880     CALL "SYSTEM" USING EC-COMMANDE.
005890     MOVE RETURN-CODE TO EC-STATUT-SYSTEME.
005900     MOVE 0 TO RETURN-CODE.
005910     PERFORM 4300-CALCULER-CODE-RETOUR THRU 4300-EXIT.
005920     PERFORM 4200-LIRE-NO-EXECUTION THRU 4200-EXIT.
005930     IF EC-NO-RUN > EC-NO-AVANT
005940         COMPUTE EC-ETP-PREM-EXEC(EC-IDX) = EC-NO-AVANT + 1
005950         MOVE EC-NO-RUN TO EC-ETP-DERN-EXEC(EC-IDX)
005960     END-IF.
005970     ACCEPT EC-DATE-JOUR FROM DATE YYYYMMDD.
005980     ACCEPT EC-HEURE FROM TIME.
005990     MOVE EC-DATE-JOUR TO EC-ETP-DATE-FIN(EC-IDX).
006000     MOVE EC-HEURE(1:6) TO EC-ETP-HEURE-FIN(EC-IDX).
006010     PERFORM 4400-CONTROLER-CODE-RETOUR THRU 4400-EXIT.
006020     IF EC-CODE-ADMIS-OK
006030         MOVE "T" TO EC-ETP-STATUT(EC-IDX)
006040         IF EC-ETP-CODE-RETOUR(EC-IDX) > EC-CODE-MAX
006050             MOVE EC-ETP-CODE-RETOUR(EC-IDX) TO EC-CODE-MAX
006060         END-IF
006070     ELSE
006080         MOVE "A" TO EC-ETP-STATUT(EC-IDX)
006090         MOVE "Y" TO EC-ARRET-SW
006100         MOVE EC-IDX TO EC-IDX-ECHEC
006110     END-IF.
006120     PERFORM 4500-ENREGISTRER-ETAT THRU 4500-EXIT.
006130     DISPLAY "ETAPE " EC-ETP-NO(EC-IDX) " "
006140         EC-ETP-PROGRAMME(EC-IDX) " CODE RETOUR "
006150         EC-ETP-CODE-RETOUR(EC-IDX).
006160     IF EC-CHAINE-ARRETEE
006170         DISPLAY "CODE RETOUR NON ADMIS - CHAINE ARRETEE A "
006180             "L'ETAPE " EC-ETP-NO(EC-IDX)
006190     END-IF.
006200 4000-EXIT.
006210     EXIT.
006220*
006230*----------------------------------------------------------------*
006240* LES CARTES DE L'ETAPE REMPLACENT LE CONTENU DE SON FICHIER DE
006250* PARAMETRES ; SANS CARTE, LE FICHIER EST VIDE (VALEURS PAR
006260* DEFAUT DU PROGRAMME).
006270*----------------------------------------------------------------*
006280 4100-ECRIRE-CARTES.
006290     MOVE EC-ETP-FIC-PARM(EC-IDX) TO EC-FIC-CARTES.
006300     OPEN OUTPUT CARTES-OUT.
006310     IF NOT EC-CRT-OK
006320         MOVE "CARTES-OUT (OUVERTURE)" TO EC-MSG-ERREUR
006330         MOVE EC-CRT-STATUT TO EC-STATUT-ERREUR-FICHIER
006340         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006350     END-IF.
006360     COMPUTE EC-CRT-FIN = EC-ETP-PREM-CARTE(EC-IDX)
006370         + EC-ETP-NB-CARTES(EC-IDX).
006380     PERFORM 4150-ECRIRE-UNE-CARTE THRU 4150-EXIT
006390         VARYING EC-CRT-IDX FROM EC-ETP-PREM-CARTE(EC-IDX) BY 1
006400         UNTIL EC-CRT-IDX >= EC-CRT-FIN.
006410     CLOSE CARTES-OUT.
006420 4100-EXIT.
006430     EXIT.
006440*
006450 4150-ECRIRE-UNE-CARTE.
006460     MOVE EC-CARTE(EC-CRT-IDX) TO CARTE-REC.
006470     WRITE CARTE-REC.
006480     IF NOT EC-CRT-OK
006490         MOVE "CARTES-OUT (ECRITURE)" TO EC-MSG-ERREUR
006500         MOVE EC-CRT-STATUT TO EC-STATUT-ERREUR-FICHIER
006510         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006520     END-IF.
006530 4150-EXIT.
006540     EXIT.
006550*
006560*----------------------------------------------------------------*
006570* DERNIER NUMERO D'EXECUTION ATTRIBUE (PAIRIRUN), LU AVANT ET
006580* APRES L'ETAPE : LES NUMEROS PRIS PAR L'ETAPE SONT ENTRE LES
006590* DEUX. PAIRIRUN ABSENT = AUCUN NUMERO ATTRIBUE.
006600*----------------------------------------------------------------*
006610 4200-LIRE-NO-EXECUTION.
006620     MOVE 0 TO EC-NO-RUN.
006630     OPEN INPUT RUN-CONTROL.
006640     IF NOT EC-RUN-OK AND NOT EC-RUN-ABSENT
006650         MOVE "RUN-CONTROL (OUVERTURE)" TO EC-MSG-ERREUR
006660         MOVE EC-RUN-STATUT TO EC-STATUT-ERREUR-FICHIER
006670         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006680     END-IF.
006690     READ RUN-CONTROL
006700         AT END
006710             MOVE 0 TO EC-NO-RUN
006720         NOT AT END
006730             IF RUN-DERNIER-NO IS NUMERIC
006740                 MOVE RUN-DERNIER-NO TO EC-NO-RUN
006750             END-IF
006760     END-READ.
006770     CLOSE RUN-CONTROL.
006780 4200-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------------*
006820* CODE RETOUR DE L'ETAPE TIRE DU STATUT D'ATTENTE DU SYSTEME. UN
006830* PROGRAMME ARRETE SANS CODE RETOUR (RESTE NON NUL) DONNE 999.
006840*----------------------------------------------------------------*
006850 4300-CALCULER-CODE-RETOUR.
006860     IF EC-STATUT-SYSTEME < 0
006870         MOVE 999 TO EC-ETP-CODE-RETOUR(EC-IDX)
006880         GO TO 4300-EXIT
006890     END-IF.
006900     DIVIDE EC-STATUT-SYSTEME BY 256
006910         GIVING EC-QUOTIENT REMAINDER EC-RESTE.
006920     IF EC-RESTE NOT = 0 OR EC-QUOTIENT > 998
006930         MOVE 999 TO EC-ETP-CODE-RETOUR(EC-IDX)
006940     ELSE
006950         MOVE EC-QUOTIENT TO EC-ETP-CODE-RETOUR(EC-IDX)
006960     END-IF.
006970 4300-EXIT.
006980     EXIT.
006990*
007000*----------------------------------------------------------------*
007010* LE CODE RETOUR EST ADMIS S'IL FIGURE DANS LES CODES DE L'ETAPE
007020* (00 SEUL SI AUCUN CODE N'EST DONNE).
007030*----------------------------------------------------------------*
007040 4400-CONTROLER-CODE-RETOUR.
007050     MOVE "N" TO EC-ADMIS-SW.
007060     MOVE EC-ETP-CODES(EC-IDX) TO EC-CODES-ADMIS.
007070     IF EC-CODES-ADMIS = SPACES
007080         IF EC-ETP-CODE-RETOUR(EC-IDX) = 0
007090             MOVE "Y" TO EC-ADMIS-SW
007100         END-IF
007110         GO TO 4400-EXIT
007120     END-IF.
007130     IF EC-ETP-CODE-RETOUR(EC-IDX) > 99
007140         GO TO 4400-EXIT
007150     END-IF.
007160     MOVE EC-ETP-CODE-RETOUR(EC-IDX) TO EC-CODE-EDITE.
007170     PERFORM 4450-COMPARER-CODE THRU 4450-EXIT
007180         VARYING EC-COD-IDX FROM 1 BY 1
007190         UNTIL EC-COD-IDX > 6 OR EC-CODE-ADMIS-OK.
007200 4400-EXIT.
007210     EXIT.
007220*
007230 4450-COMPARER-CODE.
007240     IF EC-CODE(EC-COD-IDX) = EC-CODE-EDITE
007250         MOVE "Y" TO EC-ADMIS-SW
007260     END-IF.
007270 4450-EXIT.
007280     EXIT.
007290*
007300*----------------------------------------------------------------*
007310* ENREGISTREMENT DE L'ETAT DE L'ETAPE DANS PAIRICST. LE FICHIER
007320* EST OUVERT ET FERME A CHAQUE ENREGISTREMENT POUR QUE L'ETAT
007330* SURVIVE A UN ARRET DU PROGRAMME PILOTE PENDANT L'ETAPE.
007340*----------------------------------------------------------------*
007350 4500-ENREGISTRER-ETAT.
007360     OPEN I-O ETAT-CHAINE.
007370     IF NOT EC-CST-OK AND NOT EC-CST-ABSENT
007380         MOVE "ETAT-CHAINE (OUVERTURE)" TO EC-MSG-ERREUR
007390         MOVE EC-CST-STATUT TO EC-STATUT-ERREUR-FICHIER
007400         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007410     END-IF.
007420     MOVE SPACES TO PAIR-IMPAIR-CST-REC.
007430     MOVE EC-DATE-METIER TO PCS-DATE-METIER.
007440     MOVE EC-ETP-NO(EC-IDX) TO PCS-NO-ETAPE.
007450     MOVE EC-ETP-PROGRAMME(EC-IDX) TO PCS-PROGRAMME.
007460     MOVE EC-ETP-STATUT(EC-IDX) TO PCS-STATUT.
007470     MOVE EC-ETP-DATE-DEBUT(EC-IDX) TO PCS-DATE-DEBUT.
007480     MOVE EC-ETP-HEURE-DEBUT(EC-IDX) TO PCS-HEURE-DEBUT.
007490     MOVE EC-ETP-DATE-FIN(EC-IDX) TO PCS-DATE-FIN.
007500     MOVE EC-ETP-HEURE-FIN(EC-IDX) TO PCS-HEURE-FIN.
007510     MOVE EC-ETP-CODE-RETOUR(EC-IDX) TO PCS-CODE-RETOUR.
007520     MOVE EC-ETP-PREM-EXEC(EC-IDX) TO PCS-PREMIERE-EXECUTION.
007530     MOVE EC-ETP-DERN-EXEC(EC-IDX) TO PCS-DERNIERE-EXECUTION.
007540     MOVE EC-ETP-LANCEMENTS(EC-IDX) TO PCS-NB-LANCEMENTS.
007550     IF EC-ETP-ENREGISTREE(EC-IDX)
007560         REWRITE PAIR-IMPAIR-CST-REC
007570     ELSE
007580         WRITE PAIR-IMPAIR-CST-REC
007590     END-IF.
007600     IF NOT EC-CST-OK
007610         MOVE "ETAT-CHAINE (ECRITURE)" TO EC-MSG-ERREUR
007620         MOVE EC-CST-STATUT TO EC-STATUT-ERREUR-FICHIER
007630         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007640     END-IF.
007650     MOVE "Y" TO EC-ETP-ENREG-SW(EC-IDX).
007660     CLOSE ETAT-CHAINE.
007670 4500-EXIT.
007680     EXIT.
007690*
007700 7000-FORMATER-DATE.
007710     MOVE EC-DA-JJ   TO EC-DE-JJ.
007720     MOVE EC-DA-MM   TO EC-DE-MM.
007730     MOVE EC-DA-AAAA TO EC-DE-AAAA.
007740 7000-EXIT.
007750     EXIT.
007760*
007770 7100-FORMATER-HEURE.
007780     MOVE EC-HE-HH TO EC-HD-HH.
007790     MOVE EC-HE-MN TO EC-HD-MN.
007800     MOVE EC-HE-SS TO EC-HD-SS.
007810 7100-EXIT.
007820     EXIT.
007830*
007840*----------------------------------------------------------------*
007850* RESUME DE NUIT ENCHRPT, SUR UNE PAGE : UNE LIGNE PAR ETAPE DE
007860* LA DEFINITION AVEC SON ETAT FINAL POUR LA DATE METIER (Y
007870* COMPRIS LES ETAPES TERMINEES LORS D'UN PASSAGE PRECEDENT),
007880* PUIS LA CONCLUSION.
007890*----------------------------------------------------------------*
007900 8000-IMPRIMER-RESUME.
007910     OPEN OUTPUT ENCHAINEMENT-RPT.
007920     IF NOT EC-RPT-OK
007930         MOVE "ENCHAINEMENT-RPT (OUVERTURE)" TO EC-MSG-ERREUR
007940         MOVE EC-RPT-STATUT TO EC-STATUT-ERREUR-FICHIER
007950         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007960     END-IF.
007970     MOVE "RESUME DE LA CHAINE DE NUIT - PAIR-IMPAIR"
007980         TO EC-RPT-LIGNE.
007990     WRITE EC-RPT-LIGNE.
008000     MOVE EC-DATE-METIER TO EC-DATE-ENTREE.
008010     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
008020     MOVE SPACES TO EC-RPT-LIGNE.
008030     STRING "DATE METIER              : " DELIMITED BY SIZE
008040         EC-DATE-EDITEE DELIMITED BY SIZE
008050         INTO EC-RPT-LIGNE.
008060     WRITE EC-RPT-LIGNE.
008070     ACCEPT EC-DATE-JOUR FROM DATE YYYYMMDD.
008080     ACCEPT EC-HEURE FROM TIME.
008090     MOVE EC-DATE-JOUR TO EC-DATE-ENTREE.
008100     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
008110     MOVE EC-HEURE(1:6) TO EC-HEURE-ENTREE.
008120     PERFORM 7100-FORMATER-HEURE THRU 7100-EXIT.
008130     MOVE SPACES TO EC-RPT-LIGNE.
008140     STRING "RESUME ETABLI LE         : " DELIMITED BY SIZE
008150         EC-DATE-EDITEE DELIMITED BY SIZE
008160         " A " DELIMITED BY SIZE
008170         EC-HEURE-EDITEE DELIMITED BY SIZE
008180         INTO EC-RPT-LIGNE.
008190     WRITE EC-RPT-LIGNE.
008200     MOVE SPACES TO EC-RPT-LIGNE.
008210     WRITE EC-RPT-LIGNE.
008220     MOVE "NO" TO EC-RPT-LIGNE(1:2).
008230     MOVE "PROGRAMME" TO EC-RPT-LIGNE(4:9).
008240     MOVE "ETAT" TO EC-RPT-LIGNE(19:4).
008250     MOVE "DEBUT" TO EC-RPT-LIGNE(31:5).
008260     MOVE "FIN" TO EC-RPT-LIGNE(40:3).
008270     MOVE " CR" TO EC-RPT-LIGNE(49:3).
008280     MOVE "EXECUTIONS" TO EC-RPT-LIGNE(53:10).
008290     MOVE "LANC" TO EC-RPT-LIGNE(65:4).
008300     WRITE EC-RPT-LIGNE.
008310     MOVE ALL "-" TO EC-RPT-LIGNE.
008320     WRITE EC-RPT-LIGNE.
008330     MOVE 0 TO EC-NB-TERMINEES.
008340     PERFORM 8100-IMPRIMER-UNE-ETAPE THRU 8100-EXIT
008350         VARYING EC-IDX FROM 1 BY 1
008360         UNTIL EC-IDX > EC-NB-ETAPES.
008370     MOVE SPACES TO EC-RPT-LIGNE.
008380     WRITE EC-RPT-LIGNE.
008390     MOVE EC-NB-TERMINEES TO EC-EDIT-NB.
008400     MOVE EC-NB-ETAPES TO EC-EDIT-NB2.
008410     MOVE SPACES TO EC-RPT-LIGNE.
008420     STRING "ETAPES TERMINEES         : " DELIMITED BY SIZE
008430         EC-EDIT-NB DELIMITED BY SIZE
008440         " SUR " DELIMITED BY SIZE
008450         EC-EDIT-NB2 DELIMITED BY SIZE
008460         INTO EC-RPT-LIGNE.
008470     WRITE EC-RPT-LIGNE.
008480     MOVE EC-NB-LANCEES TO EC-EDIT-NB.
008490     MOVE SPACES TO EC-RPT-LIGNE.
008500     STRING "ETAPES LANCEES CE PASSAGE: " DELIMITED BY SIZE
008510         EC-EDIT-NB DELIMITED BY SIZE
008520         INTO EC-RPT-LIGNE.
008530     WRITE EC-RPT-LIGNE.
008540     PERFORM 8500-CONCLURE THRU 8500-EXIT.
008550     CLOSE ENCHAINEMENT-RPT.
008560 8000-EXIT.
008570     EXIT.
008580*
008590*----------------------------------------------------------------*
008600* LIGNE D'UNE ETAPE : NUMERO, PROGRAMME, ETAT, HEURES DE DEBUT ET
008610* DE FIN, CODE RETOUR, NUMEROS D'EXECUTION PRIS DANS PAIRIRUN,
008620* NOMBRE DE LANCEMENTS ET, POUR UNE ETAPE TERMINEE LORS D'UN
008630* PASSAGE PRECEDENT, LA MENTION NON RELANCEE.
008640*----------------------------------------------------------------*
008650 8100-IMPRIMER-UNE-ETAPE.
008660     EVALUATE TRUE
008670         WHEN EC-ETP-TERMINEE(EC-IDX)
008680             ADD 1 TO EC-NB-TERMINEES
008690             MOVE "TERMINEE" TO EC-LIB-STATUT
008700         WHEN EC-ETP-EN-ECHEC(EC-IDX)
008710             MOVE "EN ECHEC" TO EC-LIB-STATUT
008720         WHEN EC-ETP-EN-COURS(EC-IDX)
008730             MOVE "INTERROMPUE" TO EC-LIB-STATUT
008740         WHEN OTHER
008750             MOVE "NON LANCEE" TO EC-LIB-STATUT
008760     END-EVALUATE.
008770     MOVE SPACES TO EC-RPT-LIGNE.
008780     MOVE EC-ETP-NO(EC-IDX) TO EC-RPT-LIGNE(1:2).
008790     MOVE EC-ETP-PROGRAMME(EC-IDX) TO EC-RPT-LIGNE(4:14).
008800     MOVE EC-LIB-STATUT TO EC-RPT-LIGNE(19:11).
008810     IF EC-ETP-LANCEMENTS(EC-IDX) = 0
008820         WRITE EC-RPT-LIGNE
008830         GO TO 8100-EXIT
008840     END-IF.
008850     MOVE EC-ETP-HEURE-DEBUT(EC-IDX) TO EC-HEURE-ENTREE.
008860     PERFORM 7100-FORMATER-HEURE THRU 7100-EXIT.
008870     MOVE EC-HEURE-EDITEE TO EC-RPT-LIGNE(31:8).
008880     IF NOT EC-ETP-EN-COURS(EC-IDX)
008890         MOVE EC-ETP-HEURE-FIN(EC-IDX) TO EC-HEURE-ENTREE
008900         PERFORM 7100-FORMATER-HEURE THRU 7100-EXIT
008910         MOVE EC-HEURE-EDITEE TO EC-RPT-LIGNE(40:8)
008920         MOVE EC-ETP-CODE-RETOUR(EC-IDX) TO EC-EDIT-CR
008930         MOVE EC-EDIT-CR TO EC-RPT-LIGNE(49:3)
008940     END-IF.
008950     IF EC-ETP-PREM-EXEC(EC-IDX) NOT = 0
008960         MOVE EC-ETP-PREM-EXEC(EC-IDX) TO EC-EE-PREMIERE
008970         MOVE SPACES TO EC-EE-TIRET
008980         MOVE SPACES TO EC-EE-DERNIERE
008990         IF EC-ETP-DERN-EXEC(EC-IDX)
009000             NOT = EC-ETP-PREM-EXEC(EC-IDX)
009010             MOVE "-" TO EC-EE-TIRET
009020             MOVE EC-ETP-DERN-EXEC(EC-IDX) TO EC-EE-DERNIERE
009030         END-IF
009040         MOVE EC-EXECUTIONS-EDITEES TO EC-RPT-LIGNE(53:11)
009050     END-IF.
009060     MOVE EC-ETP-LANCEMENTS(EC-IDX) TO EC-EDIT-LANC.
009070     MOVE EC-EDIT-LANC TO EC-RPT-LIGNE(65:3).
009080     IF EC-ETP-DEJA-FAITE(EC-IDX)
009090         MOVE "NON RELANCEE" TO EC-RPT-LIGNE(69:12)
009100     END-IF.
009110     WRITE EC-RPT-LIGNE.
009120 8100-EXIT.
009130     EXIT.
009140*
009150 8500-CONCLURE.
009160     MOVE SPACES TO EC-RPT-LIGNE.
009170     EVALUATE TRUE
009180         WHEN EC-CHAINE-ARRETEE
009190             STRING "CONCLUSION : CHAINE ARRETEE A L'ETAPE "
009200                 DELIMITED BY SIZE
009210                 EC-ETP-NO(EC-IDX-ECHEC) DELIMITED BY SIZE
009220                 " " DELIMITED BY SIZE
009230                 EC-ETP-PROGRAMME(EC-IDX-ECHEC) DELIMITED BY SPACE
009240                 " - REPRISE A CETTE ETAPE" DELIMITED BY SIZE
009250                 INTO EC-RPT-LIGNE
009260         WHEN EC-CHAINE-DEJA-FAITE
009270             MOVE "CONCLUSION : CHAINE DEJA FAITE - RIEN RELANCE"
009280                 TO EC-RPT-LIGNE
009290         WHEN OTHER
009300             MOVE "CONCLUSION : CHAINE TERMINEE" TO EC-RPT-LIGNE
009310     END-EVALUATE.
009320     WRITE EC-RPT-LIGNE.
009330 8500-EXIT.
009340     EXIT.
009350*
009360*----------------------------------------------------------------*
009370* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
009380* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
009390*----------------------------------------------------------------*
009400 9000-ERREUR-FICHIER.
009410     DISPLAY "ERREUR E/S - " EC-MSG-ERREUR
009420         " - STATUT " EC-STATUT-ERREUR-FICHIER.
009430     MOVE 16 TO RETURN-CODE.
009440     STOP RUN.
009450 9000-EXIT.
009460     EXIT.
