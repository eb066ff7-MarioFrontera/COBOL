000450*                 ENREGISTREMENTS) EN DERNIERE COLONNE : LES
000460*                 MONTANTS NE SONT PLUS TRONQUES EN PARTIE
000470*                 ENTIERE POUR LA COMPTABILITE.
000480* 15/10/2026 JM   NOUVEAU PARAMETRE RAISON= (1 A 7, AVEC
000490*                 FICHIER=REJETS SEULEMENT) : SEULS LES REJETS DE
000500*                 CE CODE RAISON SONT EXTRAITS, PAR EXEMPLE
000510*                 RAISON=6 POUR LES NUMEROS BLOQUES A TRANSMETTRE
000520*                 A PART. LE FORMAT DE L'EXTRAIT EST INCHANGE.
000530* 15/10/2026 JM   NOUVEAU PARAMETRE PERIODE=AAAAMM : L'EXTRACTION
000540*                 LIT LES GENERATIONS ARCHIVEES PAR CLOTURE
000550*                 (PAIRIOUT-AAAAMM OU PAIRIREJ-AAAAMM) AU LIEU DES
000560*                 FICHIERS VIVANTS. LA PERIODE DOIT FIGURER AU
000570*                 REGISTRE DES CLOTURES PAIRICLO ET SA GENERATION
000580*                 EXISTER, SINON CODE RETOUR 16. LES REJETS ENCORE
000590*                 EN SUSPENS A LA CLOTURE SONT RESTES DANS LE
000600*                 FICHIER VIVANT ET N'Y FIGURENT PAS.
000610*----------------------------------------------------------------*
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL PARAMETRES-IN
000670         ASSIGN TO "EXTRPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS EX-PRM-STATUT.
000700     SELECT OPTIONAL PAIR-IMPAIR-OUT
000710         ASSIGN TO DYNAMIC EX-FIC-RESULTATS
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS EX-OUT-STATUT.
000740     SELECT OPTIONAL PAIR-IMPAIR-REJ
000750         ASSIGN TO DYNAMIC EX-FIC-REJETS
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS EX-REJ-STATUT.
000780     SELECT OPTIONAL REGISTRE-FILE
000790         ASSIGN TO "PAIRICLO"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS EX-CLO-STATUT.
000820     SELECT EXTRACTION-OUT
000830         ASSIGN TO "PAIREXTR"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS EX-EXT-STATUT.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PARAMETRES-IN
000900     LABEL RECORDS ARE STANDARD.
000910 01  PARAMETRE-REC           PIC X(80).
000920*
000930 FD  PAIR-IMPAIR-OUT
000940     LABEL RECORDS ARE STANDARD.
000950     COPY PAIRIREC.
000960*
000970 FD  PAIR-IMPAIR-REJ
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PAIRIREJ.
001000*
001010 FD  REGISTRE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PAIRICLO.
001040*
001050 FD  EXTRACTION-OUT
001060     LABEL RECORDS ARE STANDARD.
001070 01  EXTRACTION-REC          PIC X(80).
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110*----------------------------------------------------------------*
001120* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001130* L'OUVERTURE DES FICHIERS OPTIONNELS.
001140*----------------------------------------------------------------*
001150 77  EX-PRM-STATUT           PIC X(02) VALUE "00".
001160     88  EX-PRM-OK               VALUE "00".
001170     88  EX-PRM-ABSENT           VALUE "05".
001180 77  EX-OUT-STATUT           PIC X(02) VALUE "00".
001190     88  EX-OUT-OK               VALUE "00".
001200     88  EX-OUT-ABSENT           VALUE "05".
001210 77  EX-REJ-STATUT           PIC X(02) VALUE "00".
001220     88  EX-REJ-OK               VALUE "00".
001230     88  EX-REJ-ABSENT           VALUE "05".
001240 77  EX-CLO-STATUT           PIC X(02) VALUE "00".
001250     88  EX-CLO-OK               VALUE "00".
001260     88  EX-CLO-ABSENT           VALUE "05".
001270 77  EX-EXT-STATUT           PIC X(02) VALUE "00".
001280     88  EX-EXT-OK               VALUE "00".
001290 77  EX-MSG-ERREUR           PIC X(40) VALUE SPACES.
001300 77  EX-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001310*
001320*----------------------------------------------------------------*
001330* PARAMETRES DE SELECTION (FICHIER EXTRPARM). PAR DEFAUT, TOUS
001340* LES RESULTATS, TOUTES DATES, LES DEUX PARITES, ET POUR LES
001350* REJETS TOUTES LES RAISONS, DANS LES FICHIERS VIVANTS. AVEC
001360* PERIODE=, LES NOMS DES FICHIERS LUS DEVIENNENT CEUX DES
001370* GENERATIONS ARCHIVEES DE CETTE PERIODE.
001380*----------------------------------------------------------------*
001390 77  EX-DATE-DEBUT           PIC 9(08) VALUE 0.
001400 77  EX-DATE-FIN             PIC 9(08) VALUE 99999999.
001410 77  EX-CHOIX-PARITE         PIC X VALUE SPACE.
001420     88  EX-PARITE-TOUTES        VALUE SPACE.
001430     88  EX-PARITE-PAIR          VALUE "P".
001440     88  EX-PARITE-IMPAIR        VALUE "I".
001450 77  EX-CHOIX-FICHIER        PIC X VALUE "R".
001460     88  EX-FICHIER-RESULTATS    VALUE "R".
001470     88  EX-FICHIER-REJETS       VALUE "J".
001480 77  EX-CHOIX-RAISON         PIC X VALUE SPACE.
001490     88  EX-RAISON-TOUTES        VALUE SPACE.
001500 77  EX-PERIODE              PIC X(06) VALUE SPACES.
001510     88  EX-FICHIERS-VIVANTS     VALUE SPACES.
001520 77  EX-FIC-RESULTATS        PIC X(20) VALUE "PAIRIOUT".
001530 77  EX-FIC-REJETS           PIC X(20) VALUE "PAIRIREJ".
001540 77  EX-PERIODE-CLOSE-SW     PIC X VALUE "N".
001550     88  EX-PERIODE-CLOSE        VALUE "Y".
001560 77  EX-CLO-EOF-SW           PIC X VALUE "N".
001570     88  EX-CLO-EOF              VALUE "Y".
001580 77  EX-PRM-EOF-SW           PIC X VALUE "N".
001590     88  EX-PRM-EOF              VALUE "Y".
001600 77  EX-PRM-CLE              PIC X(20) VALUE SPACES.
001610 77  EX-PRM-VALEUR           PIC X(60) VALUE SPACES.
001620 77  EX-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001630*
001640*----------------------------------------------------------------*
001650* ZONES DE TRAVAIL DE L'EXTRACTION.
001660*----------------------------------------------------------------*
001670 77  EX-OUT-EOF-SW           PIC X VALUE "N".
001680     88  EX-OUT-EOF              VALUE "Y".
001690 77  EX-REJ-EOF-SW           PIC X VALUE "N".
001700     88  EX-REJ-EOF              VALUE "Y".
001710 77  EX-NB-EXTRAITS          PIC 9(09) COMP VALUE 0.
001720 77  EX-EDIT-NOMBRE          PIC -(10)9.
001730 77  EX-CHAMP-NOMBRE         PIC X(12) VALUE SPACES.
001740 77  EX-CHAMP-COMPTE         PIC X(10) VALUE SPACES.
001750 77  EX-EDIT-COMPTE          PIC Z(08)9.
001760 77  EX-LIB-PARITE           PIC X(06) VALUE SPACES.
001770 77  EX-NO-EXEC              PIC 9(05) VALUE 0.
001780 77  EX-CHAMP-VALEUR         PIC X(10) VALUE SPACES.
001790 77  EX-VAL-RELUE            PIC S9(13)V9(04) COMP-3 VALUE 0.
001800 77  EX-EDIT-VAL-DEC         PIC -(13)9.9(04).
001810 77  EX-CHAMP-VAL-DEC        PIC X(20) VALUE SPACES.
001820 01  EX-DATE-ENTREE.
001830     05  EX-DA-AAAA              PIC X(04).
001840     05  EX-DA-MM                PIC X(02).
001850     05  EX-DA-JJ                PIC X(02).
001860 01  EX-DATE-EDITEE.
001870     05  EX-DE-JJ                PIC X(02).
001880     05  FILLER                  PIC X(01) VALUE "/".
001890     05  EX-DE-MM                PIC X(02).
001900     05  FILLER                  PIC X(01) VALUE "/".
001910     05  EX-DE-AAAA              PIC X(04).
001920*
001930 PROCEDURE DIVISION.
001940*
001950 0000-MAINLINE.
001960     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
001970     OPEN OUTPUT EXTRACTION-OUT.
001980     IF NOT EX-EXT-OK
001990         MOVE "EXTRACTION-OUT (OUVERTURE)" TO EX-MSG-ERREUR
002000         MOVE EX-EXT-STATUT TO EX-STATUT-ERREUR-FICHIER
002010         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002020     END-IF.
002030     IF EX-FICHIER-RESULTATS
002040         PERFORM 2000-EXTRAIRE-RESULTATS THRU 2000-EXIT
002050     ELSE
002060         PERFORM 3000-EXTRAIRE-REJETS THRU 3000-EXIT
002070     END-IF.
002080     PERFORM 8000-ECRIRE-FIN THRU 8000-EXIT.
002090     CLOSE EXTRACTION-OUT.
002100     STOP RUN.
002110*
002120*----------------------------------------------------------------*
002130* PARAMETRES DE SELECTION : DEBUT=, FIN= (AAAAMMJJ), PARITE=PAIR
002140* OU IMPAIR, FICHIER=RESULTATS OU REJETS. FICHIER ABSENT = TOUT
002150* PAIR-IMPAIR-OUT. UN PARAMETRE INVALIDE ARRETE LE PROGRAMME
002160* (CODE RETOUR 16) POUR QUE LE PLANIFICATEUR LE DETECTE.
002170* PERIODE=AAAAMM : EXTRACTION DANS LA GENERATION ARCHIVEE DE LA
002180* PERIODE CLOSE, DONT LA CLOTURE EST CONTROLEE DANS PAIRICLO.
002190*----------------------------------------------------------------*
002200 1000-LIRE-PARAMETRES.
002210     OPEN INPUT PARAMETRES-IN.
002220     IF NOT EX-PRM-OK AND NOT EX-PRM-ABSENT
002230         MOVE "PARAMETRES-IN (OUVERTURE)" TO EX-MSG-ERREUR
002240         MOVE EX-PRM-STATUT TO EX-STATUT-ERREUR-FICHIER
002250         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002260     END-IF.
002270     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
002280         UNTIL EX-PRM-EOF.
002290     CLOSE PARAMETRES-IN.
002300     IF EX-DATE-FIN < EX-DATE-DEBUT
002310         DISPLAY "PLAGE DE DATES INVALIDE : " EX-DATE-DEBUT
002320             " A " EX-DATE-FIN
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     IF NOT EX-RAISON-TOUTES AND NOT EX-FICHIER-REJETS
002370         DISPLAY "RAISON= N'EST ADMIS QU'AVEC FICHIER=REJETS"
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     IF NOT EX-FICHIERS-VIVANTS
002420         PERFORM 1300-CONTROLER-PERIODE THRU 1300-EXIT
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460*
002470 1100-LIRE-UN-PARAMETRE.
002480     READ PARAMETRES-IN
002490         AT END
002500             MOVE "Y" TO EX-PRM-EOF-SW
002510         NOT AT END
002520             IF PARAMETRE-REC NOT = SPACES
002530                 AND PARAMETRE-REC(1:1) NOT = "*"
002540                 PERFORM 1200-APPLIQUER-PARAMETRE
002550                     THRU 1200-EXIT
002560             END-IF
002570     END-READ.
002580 1100-EXIT.
002590     EXIT.
002600*
002610 1200-APPLIQUER-PARAMETRE.
002620     MOVE SPACES TO EX-PRM-CLE.
002630     MOVE SPACES TO EX-PRM-VALEUR.
002640     UNSTRING PARAMETRE-REC DELIMITED BY "="
002650         INTO EX-PRM-CLE, EX-PRM-VALEUR.
002660     MOVE FUNCTION TRIM(EX-PRM-CLE) TO EX-PRM-CLE.
002670     MOVE FUNCTION TRIM(EX-PRM-VALEUR) TO EX-PRM-VAL-NET.
002680     EVALUATE EX-PRM-CLE
002690         WHEN "DEBUT"
002700             IF EX-PRM-VAL-NET(1:8) IS NUMERIC
002710                 MOVE EX-PRM-VAL-NET(1:8) TO EX-DATE-DEBUT
002720             ELSE
002730                 PERFORM 1900-PARAMETRE-INVALIDE
002740                     THRU 1900-EXIT
002750             END-IF
002760         WHEN "FIN"
002770             IF EX-PRM-VAL-NET(1:8) IS NUMERIC
002780                 MOVE EX-PRM-VAL-NET(1:8) TO EX-DATE-FIN
002790             ELSE
002800                 PERFORM 1900-PARAMETRE-INVALIDE
002810                     THRU 1900-EXIT
002820             END-IF
002830         WHEN "PARITE"
002840             EVALUATE EX-PRM-VAL-NET
002850                 WHEN "PAIR"
002860                     MOVE "P" TO EX-CHOIX-PARITE
002870                 WHEN "IMPAIR"
002880                     MOVE "I" TO EX-CHOIX-PARITE
002890                 WHEN OTHER
002900                     PERFORM 1900-PARAMETRE-INVALIDE
002910                         THRU 1900-EXIT
002920             END-EVALUATE
002930         WHEN "FICHIER"
002940             EVALUATE EX-PRM-VAL-NET
002950                 WHEN "RESULTATS"
002960                     MOVE "R" TO EX-CHOIX-FICHIER
002970                 WHEN "REJETS"
002980                     MOVE "J" TO EX-CHOIX-FICHIER
002990                 WHEN OTHER
003000                     PERFORM 1900-PARAMETRE-INVALIDE
003010                         THRU 1900-EXIT
003020             END-EVALUATE
003030         WHEN "RAISON"
003040             IF EX-PRM-VAL-NET(1:1) < "1"
003050                 OR EX-PRM-VAL-NET(1:1) > "7"
003060                 OR EX-PRM-VAL-NET(2:) NOT = SPACES
003070                 PERFORM 1900-PARAMETRE-INVALIDE
003080                     THRU 1900-EXIT
003090             END-IF
003100             MOVE EX-PRM-VAL-NET(1:1) TO EX-CHOIX-RAISON
003110         WHEN "PERIODE"
003120             IF EX-PRM-VAL-NET(1:6) NOT NUMERIC
003130                 OR EX-PRM-VAL-NET(7:) NOT = SPACES
003140                 OR EX-PRM-VAL-NET(5:2) < "01"
003150                 OR EX-PRM-VAL-NET(5:2) > "12"
003160                 PERFORM 1900-PARAMETRE-INVALIDE
003170                     THRU 1900-EXIT
003180             END-IF
003190             MOVE EX-PRM-VAL-NET(1:6) TO EX-PERIODE
003200         WHEN OTHER
003210             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003220     END-EVALUATE.
003230 1200-EXIT.
003240     EXIT.
003250*
003260 1300-CONTROLER-PERIODE.
003270     OPEN INPUT REGISTRE-FILE.
003280     IF NOT EX-CLO-OK AND NOT EX-CLO-ABSENT
003290         MOVE "REGISTRE-FILE (OUVERTURE)" TO EX-MSG-ERREUR
003300         MOVE EX-CLO-STATUT TO EX-STATUT-ERREUR-FICHIER
003310         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003320     END-IF.
003330     PERFORM 1350-LIRE-UN-REGISTRE THRU 1350-EXIT
003340         UNTIL EX-CLO-EOF.
003350     CLOSE REGISTRE-FILE.
003360     IF NOT EX-PERIODE-CLOSE
003370         DISPLAY "PERIODE " EX-PERIODE " NON CLOSE (PAIRICLO)"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE SPACES TO EX-FIC-RESULTATS.
003420     STRING "PAIRIOUT-" DELIMITED BY SIZE
003430         EX-PERIODE DELIMITED BY SIZE
003440         INTO EX-FIC-RESULTATS.
003450     MOVE SPACES TO EX-FIC-REJETS.
003460     STRING "PAIRIREJ-" DELIMITED BY SIZE
003470         EX-PERIODE DELIMITED BY SIZE
003480         INTO EX-FIC-REJETS.
003490 1300-EXIT.
003500     EXIT.
003510*
003520 1350-LIRE-UN-REGISTRE.
003530     READ REGISTRE-FILE
003540         AT END
003550             MOVE "Y" TO EX-CLO-EOF-SW
003560         NOT AT END
003570             IF PIP-TOTAL-PERIODE AND PIP-PERIODE = EX-PERIODE
003580                 MOVE "Y" TO EX-PERIODE-CLOSE-SW
003590             END-IF
003600     END-READ.
003610 1350-EXIT.
003620     EXIT.
003630*
003640 1900-PARAMETRE-INVALIDE.
003650     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
003660     MOVE 16 TO RETURN-CODE.
003670     STOP RUN.
003680 1900-EXIT.
003690     EXIT.
003700*
003710*----------------------------------------------------------------*
003720* EXTRACTION DES RESULTATS DE PAIR-IMPAIR-OUT.
003730*----------------------------------------------------------------*
003740 2000-EXTRAIRE-RESULTATS.
003750     MOVE SPACES TO EXTRACTION-REC.
003760     STRING "NOMBRE;PARITE;VALIDE;DATE;" DELIMITED BY SIZE
003770         "EXECUTION;DOUBLON;SOURCE;VALEUR" DELIMITED BY SIZE
003780         INTO EXTRACTION-REC.
003790     WRITE EXTRACTION-REC.
003800     OPEN INPUT PAIR-IMPAIR-OUT.
003810     IF NOT EX-OUT-OK AND NOT EX-OUT-ABSENT
003820         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO EX-MSG-ERREUR
003830         MOVE EX-OUT-STATUT TO EX-STATUT-ERREUR-FICHIER
003840         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003850     END-IF.
003860     IF EX-OUT-ABSENT AND NOT EX-FICHIERS-VIVANTS
003870         MOVE "PAIR-IMPAIR-OUT (ABSENT)" TO EX-MSG-ERREUR
003880         MOVE EX-OUT-STATUT TO EX-STATUT-ERREUR-FICHIER
003890         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003900     END-IF.
003910     PERFORM 2100-LIRE-UN-RESULTAT THRU 2100-EXIT
003920         UNTIL EX-OUT-EOF.
003930     CLOSE PAIR-IMPAIR-OUT.
003940 2000-EXIT.
003950     EXIT.
003960*
003970 2100-LIRE-UN-RESULTAT.
003980     READ PAIR-IMPAIR-OUT
003990         AT END
004000             MOVE "Y" TO EX-OUT-EOF-SW
004010         NOT AT END
004020             IF PIR-DATE-TRAITEMENT >= EX-DATE-DEBUT
004030                 AND PIR-DATE-TRAITEMENT <= EX-DATE-FIN
004040                 PERFORM 2200-FILTRER-PARITE THRU 2200-EXIT
004050             END-IF
004060     END-READ.
004070 2100-EXIT.
004080     EXIT.
004090*
004100 2200-FILTRER-PARITE.
004110     EVALUATE TRUE
004120         WHEN EX-PARITE-TOUTES
004130             PERFORM 2300-ECRIRE-UN-RESULTAT THRU 2300-EXIT
004140         WHEN EX-PARITE-PAIR AND PIR-RESTE = 0
004150             PERFORM 2300-ECRIRE-UN-RESULTAT THRU 2300-EXIT
004160         WHEN EX-PARITE-IMPAIR AND PIR-RESTE NOT = 0
004170             PERFORM 2300-ECRIRE-UN-RESULTAT THRU 2300-EXIT
004180     END-EVALUATE.
004190 2200-EXIT.
004200     EXIT.
004210*
004220 2300-ECRIRE-UN-RESULTAT.
004230     MOVE PIR-NOMBRE TO EX-EDIT-NOMBRE.
004240     MOVE FUNCTION TRIM(EX-EDIT-NOMBRE) TO EX-CHAMP-NOMBRE.
004250     IF PIR-RESTE = 0
004260         MOVE "PAIR" TO EX-LIB-PARITE
004270     ELSE
004280         MOVE "IMPAIR" TO EX-LIB-PARITE
004290     END-IF.
004300     MOVE PIR-DATE-TRAITEMENT TO EX-DATE-ENTREE.
004310     PERFORM 5000-FORMATER-DATE THRU 5000-EXIT.
004320     IF PIR-NO-EXECUTION IS NUMERIC
004330         MOVE PIR-NO-EXECUTION TO EX-NO-EXEC
004340     ELSE
004350         MOVE 0 TO EX-NO-EXEC
004360     END-IF.
004370     IF PIR-VALEUR IS NUMERIC
004380         MOVE PIR-VALEUR TO EX-VAL-RELUE
004390     ELSE
004400         MOVE PIR-NOMBRE TO EX-VAL-RELUE
004410     END-IF.
004420     MOVE EX-VAL-RELUE TO EX-EDIT-VAL-DEC.
004430     MOVE FUNCTION TRIM(EX-EDIT-VAL-DEC) TO EX-CHAMP-VAL-DEC.
004440     MOVE SPACES TO EXTRACTION-REC.
004450     STRING EX-CHAMP-NOMBRE DELIMITED BY SPACE
004460         ";" DELIMITED BY SIZE
004470         EX-LIB-PARITE DELIMITED BY SPACE
004480         ";" DELIMITED BY SIZE
004490         PIR-VALIDE DELIMITED BY SIZE
004500         ";" DELIMITED BY SIZE
004510         EX-DATE-EDITEE DELIMITED BY SIZE
004520         ";" DELIMITED BY SIZE
004530         EX-NO-EXEC DELIMITED BY SIZE
004540         ";" DELIMITED BY SIZE
004550         PIR-CODE-DOUBLON DELIMITED BY SIZE
004560         ";" DELIMITED BY SIZE
004570         PIR-SOURCE DELIMITED BY SIZE
004580         ";" DELIMITED BY SIZE
004590         EX-CHAMP-VAL-DEC DELIMITED BY SPACE
004600         INTO EXTRACTION-REC.
004610     WRITE EXTRACTION-REC.
004620     IF NOT EX-EXT-OK
004630         MOVE "EXTRACTION-OUT (ECRITURE)" TO EX-MSG-ERREUR
004640         MOVE EX-EXT-STATUT TO EX-STATUT-ERREUR-FICHIER
004650         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004660     END-IF.
004670     ADD 1 TO EX-NB-EXTRAITS.
004680 2300-EXIT.
004690     EXIT.
004700*
004710*----------------------------------------------------------------*
004720* EXTRACTION DES REJETS DE PAIR-IMPAIR-REJ, SUR DEMANDE
004730* (FICHIER=REJETS), SUR LE MEME MODELE DELIMITE. LA VALEUR
004740* REJETEE EST UNE DONNEE ARBITRAIRE : ELLE EST EXTRAITE EN
004750* LARGEUR FIXE DE 10 (BLANCS COMPRIS) ET TOUT POINT-VIRGULE
004760* QU'ELLE CONTIENT EST REMPLACE PAR "?" POUR NE PAS CORROMPRE
004770* LE FORMAT DELIMITE.
004780*----------------------------------------------------------------*
004790 3000-EXTRAIRE-REJETS.
004800     MOVE "VALEUR;RAISON;DATE;EXECUTION;STATUT;SOURCE"
004810         TO EXTRACTION-REC.
004820     WRITE EXTRACTION-REC.
004830     OPEN INPUT PAIR-IMPAIR-REJ.
004840     IF NOT EX-REJ-OK AND NOT EX-REJ-ABSENT
004850         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO EX-MSG-ERREUR
004860         MOVE EX-REJ-STATUT TO EX-STATUT-ERREUR-FICHIER
004870         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004880     END-IF.
004890     IF EX-REJ-ABSENT AND NOT EX-FICHIERS-VIVANTS
004900         MOVE "PAIR-IMPAIR-REJ (ABSENT)" TO EX-MSG-ERREUR
004910         MOVE EX-REJ-STATUT TO EX-STATUT-ERREUR-FICHIER
004920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004930     END-IF.
004940     PERFORM 3100-LIRE-UN-REJET THRU 3100-EXIT
004950         UNTIL EX-REJ-EOF.
004960     CLOSE PAIR-IMPAIR-REJ.
004970 3000-EXIT.
004980     EXIT.
004990*
005000 3100-LIRE-UN-REJET.
005010     READ PAIR-IMPAIR-REJ
005020         AT END
005030             MOVE "Y" TO EX-REJ-EOF-SW
005040         NOT AT END
005050             IF PIJ-DATE-TRAITEMENT >= EX-DATE-DEBUT
005060                 AND PIJ-DATE-TRAITEMENT <= EX-DATE-FIN
005070                 AND (EX-RAISON-TOUTES
005080                     OR PIJ-CODE-RAISON = EX-CHOIX-RAISON)
005090                 PERFORM 3200-ECRIRE-UN-REJET THRU 3200-EXIT
005100             END-IF
005110     END-READ.
005120 3100-EXIT.
005130     EXIT.
005140*
005150 3200-ECRIRE-UN-REJET.
005160     MOVE PIJ-DATE-TRAITEMENT TO EX-DATE-ENTREE.
005170     PERFORM 5000-FORMATER-DATE THRU 5000-EXIT.
005180     IF PIJ-NO-EXECUTION IS NUMERIC
005190         MOVE PIJ-NO-EXECUTION TO EX-NO-EXEC
005200     ELSE
005210         MOVE 0 TO EX-NO-EXEC
005220     END-IF.
005230     MOVE SPACES TO EXTRACTION-REC.
005240     MOVE PIJ-NOMBRE-CHAINE TO EX-CHAMP-VALEUR.
005250     INSPECT EX-CHAMP-VALEUR REPLACING ALL ";" BY "?".
005260     STRING EX-CHAMP-VALEUR DELIMITED BY SIZE
005270         ";" DELIMITED BY SIZE
005280         PIJ-CODE-RAISON DELIMITED BY SIZE
005290         ";" DELIMITED BY SIZE
005300         EX-DATE-EDITEE DELIMITED BY SIZE
005310         ";" DELIMITED BY SIZE
005320         EX-NO-EXEC DELIMITED BY SIZE
005330         ";" DELIMITED BY SIZE
005340         PIJ-STATUT-RECYCLAGE DELIMITED BY SIZE
005350         ";" DELIMITED BY SIZE
005360         PIJ-SOURCE DELIMITED BY SIZE
005370         INTO EXTRACTION-REC.
005380     WRITE EXTRACTION-REC.
005390     IF NOT EX-EXT-OK
005400         MOVE "EXTRACTION-OUT (ECRITURE)" TO EX-MSG-ERREUR
005410         MOVE EX-EXT-STATUT TO EX-STATUT-ERREUR-FICHIER
005420         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005430     END-IF.
005440     ADD 1 TO EX-NB-EXTRAITS.
005450 3200-EXIT.
005460     EXIT.
005470*
005480*----------------------------------------------------------------*
005490* DATE AAAAMMJJ REMISE EN JJ/MM/AAAA POUR L'OUTIL AVAL.
005500*----------------------------------------------------------------*
005510 5000-FORMATER-DATE.
005520     MOVE EX-DA-JJ   TO EX-DE-JJ.
005530     MOVE EX-DA-MM   TO EX-DE-MM.
005540     MOVE EX-DA-AAAA TO EX-DE-AAAA.
005550 5000-EXIT.
005560     EXIT.
005570*
005580*----------------------------------------------------------------*
005590* LIGNE DE FIN AVEC LE COMPTE DES ENREGISTREMENTS EXTRAITS, POUR
005600* QUE LE DESTINATAIRE VERIFIE LE TRANSFERT.
005610*----------------------------------------------------------------*
005620 8000-ECRIRE-FIN.
005630     MOVE EX-NB-EXTRAITS TO EX-EDIT-COMPTE.
005640     MOVE FUNCTION TRIM(EX-EDIT-COMPTE) TO EX-CHAMP-COMPTE.
005650     MOVE SPACES TO EXTRACTION-REC.
005660     STRING "FIN;" DELIMITED BY SIZE
005670         EX-CHAMP-COMPTE DELIMITED BY SPACE
005680         INTO EXTRACTION-REC.
005690     WRITE EXTRACTION-REC.
005700 8000-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------*
005740* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
005750* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
005760*----------------------------------------------------------------*
005770 9000-ERREUR-FICHIER.
005780     DISPLAY "ERREUR E/S - " EX-MSG-ERREUR
005790         " - STATUT " EX-STATUT-ERREUR-FICHIER.
005800     MOVE 16 TO RETURN-CODE.
005810     STOP RUN.
005820 9000-EXIT.
005830     EXIT.
