000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JOURNAL.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. LISTE DU JOURNAL DES OPERATIONS
000220*                 SENSIBLES PAIRIJOP (COPY PAIRIJOP) ECRIT PAR LE
000230*                 SOUS-PROGRAMME HABILITE : UNE LIGNE PAR DEMANDE
000240*                 ACCORDEE OU REFUSEE ET PAR FIN D'ACTION, AVEC
000250*                 DATE, HEURE, OPERATEUR, APPROBATEUR, PROGRAMME,
000260*                 ACTION, RESULTAT, CODE RETOUR, MOTIF ET
000270*                 PARAMETRES. LA SELECTION VIENT DU FICHIER DE
000280*                 PARAMETRES OPTIONNEL JOURPARM : DU= ET AU=
000290*                 (PERIODE AAAAMMJJ, BORNES INCLUSES) ET
000300*                 OPERATEUR= (OPERATEUR OU APPROBATEUR). SANS
000310*                 JOURPARM, TOUT LE JOURNAL EST LISTE. L'ETAT
000320*                 JOURRPT SE TERMINE PAR LES TOTAUX PAR RESULTAT.
000330*----------------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL PARAMETRES-IN
000390         ASSIGN TO "JOURPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS JO-PRM-STATUT.
000420     SELECT OPTIONAL JOURNAL-FILE
000430         ASSIGN TO "PAIRIJOP"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS JO-JOP-STATUT.
000460     SELECT JOURNAL-RPT
000470         ASSIGN TO "JOURRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS JO-RPT-STATUT.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PARAMETRES-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  PARAMETRE-REC           PIC X(80).
000560*
000570 FD  JOURNAL-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY PAIRIJOP.
000600*
000610 FD  JOURNAL-RPT
000620     LABEL RECORDS ARE STANDARD.
000630 01  JO-RPT-LIGNE            PIC X(132).
000640*
000650 WORKING-STORAGE SECTION.
000660*
000670*----------------------------------------------------------------*
000680* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
000690* L'OUVERTURE DES FICHIERS OPTIONNELS.
000700*----------------------------------------------------------------*
000710 77  JO-PRM-STATUT           PIC X(02) VALUE "00".
000720     88  JO-PRM-OK               VALUE "00".
000730     88  JO-PRM-ABSENT           VALUE "05".
000740 77  JO-JOP-STATUT           PIC X(02) VALUE "00".
000750     88  JO-JOP-OK               VALUE "00".
000760     88  JO-JOP-ABSENT           VALUE "05".
000770 77  JO-RPT-STATUT           PIC X(02) VALUE "00".
000780     88  JO-RPT-OK               VALUE "00".
000790 77  JO-MSG-ERREUR           PIC X(40) VALUE SPACES.
000800 77  JO-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
000810*
000820*----------------------------------------------------------------*
000830* CRITERES DE SELECTION (FICHIER JOURPARM). SANS DU=, LA LISTE
000840* PART DU DEBUT DU JOURNAL ; SANS AU=, ELLE VA JUSQU'A LA FIN.
000850*----------------------------------------------------------------*
000860 77  JO-DATE-DU              PIC 9(08) VALUE 0.
000870 77  JO-DATE-AU              PIC 9(08) VALUE 99999999.
000880 77  JO-OPERATEUR            PIC X(08) VALUE SPACES.
000890 77  JO-PRM-EOF-SW           PIC X VALUE "N".
000900     88  JO-PRM-EOF              VALUE "Y".
000910 77  JO-PRM-CLE              PIC X(20) VALUE SPACES.
000920 77  JO-PRM-VALEUR           PIC X(60) VALUE SPACES.
000930 77  JO-PRM-VAL-NET          PIC X(60) VALUE SPACES.
000940 77  JO-PRM-NOMBRE           PIC 9(08) VALUE 0.
000950*
000960*----------------------------------------------------------------*
000970* LECTURE DU JOURNAL ET COMPTEURS DE L'ETAT.
000980*----------------------------------------------------------------*
000990 77  JO-JOP-EOF-SW           PIC X VALUE "N".
001000     88  JO-JOP-EOF              VALUE "Y".
001010 77  JO-NB-LUS               PIC 9(09) COMP VALUE 0.
001020 77  JO-NB-RETENUS           PIC 9(09) COMP VALUE 0.
001030 77  JO-NB-ACCORDEES         PIC 9(09) COMP VALUE 0.
001040 77  JO-NB-REFUSEES          PIC 9(09) COMP VALUE 0.
001050 77  JO-NB-TERMINEES         PIC 9(09) COMP VALUE 0.
001060 77  JO-EDIT-NB              PIC ZZZZZZZZ9.
001070 77  JO-LIB-RESULTAT         PIC X(08) VALUE SPACES.
001080*
001090*----------------------------------------------------------------*
001100* ZONES D'EDITION DES DATES ET HEURES.
001110*----------------------------------------------------------------*
001120 01  JO-DATE-ENTREE.
001130     05  JO-DA-AAAA              PIC 9(04).
001140     05  JO-DA-MM                PIC 9(02).
001150     05  JO-DA-JJ                PIC 9(02).
001160 01  JO-DATE-EDITEE.
001170     05  JO-DE-JJ                PIC 9(02).
001180     05  FILLER                  PIC X(01) VALUE "/".
001190     05  JO-DE-MM                PIC 9(02).
001200     05  FILLER                  PIC X(01) VALUE "/".
001210     05  JO-DE-AAAA              PIC 9(04).
001220 01  JO-HEURE-ENTREE.
001230     05  JO-HE-HH                PIC 9(02).
001240     05  JO-HE-MN                PIC 9(02).
001250     05  JO-HE-SS                PIC 9(02).
001260 01  JO-HEURE-EDITEE.
001270     05  JO-HD-HH                PIC 9(02).
001280     05  FILLER                  PIC X(01) VALUE ":".
001290     05  JO-HD-MN                PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE ":".
001310     05  JO-HD-SS                PIC 9(02).
001320*
001330 PROCEDURE DIVISION.
001340*
001350 0000-MAINLINE.
001360     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
001370     PERFORM 8000-OUVRIR-ETAT THRU 8000-EXIT.
001380     PERFORM 2000-LIRE-JOURNAL THRU 2000-EXIT.
001390     PERFORM 8500-IMPRIMER-TOTAUX THRU 8500-EXIT.
001400     STOP RUN.
001410*
001420*----------------------------------------------------------------*
001430* PARAMETRES : DU=AAAAMMJJ ET AU=AAAAMMJJ (PERIODE, BORNES
001440* INCLUSES), OPERATEUR= (LIGNES OU IL EST OPERATEUR OU
001450* APPROBATEUR). LES LIGNES VIDES ET LES LIGNES COMMENCANT PAR *
001460* SONT IGNOREES. UN PARAMETRE INVALIDE ARRETE LE PROGRAMME
001470* (CODE RETOUR 16).
001480*----------------------------------------------------------------*
001490 1000-LIRE-PARAMETRES.
001500     OPEN INPUT PARAMETRES-IN.
001510     IF NOT JO-PRM-OK AND NOT JO-PRM-ABSENT
001520         MOVE "PARAMETRES-IN (OUVERTURE)" TO JO-MSG-ERREUR
001530         MOVE JO-PRM-STATUT TO JO-STATUT-ERREUR-FICHIER
001540         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
001550     END-IF.
001560     IF JO-PRM-ABSENT
001570         CLOSE PARAMETRES-IN
001580     ELSE
001590         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
001600             UNTIL JO-PRM-EOF
001610         CLOSE PARAMETRES-IN
001620     END-IF.
001630     IF JO-DATE-DU > JO-DATE-AU
001640         DISPLAY "PERIODE INVALIDE : DU=" JO-DATE-DU
001650             " AU=" JO-DATE-AU
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690 1000-EXIT.
001700     EXIT.
001710*
001720 1100-LIRE-UN-PARAMETRE.
001730     READ PARAMETRES-IN
001740         AT END
001750             MOVE "Y" TO JO-PRM-EOF-SW
001760         NOT AT END
001770             IF PARAMETRE-REC NOT = SPACES
001780                 AND PARAMETRE-REC(1:1) NOT = "*"
001790                 PERFORM 1200-APPLIQUER-PARAMETRE
001800                     THRU 1200-EXIT
001810             END-IF
001820     END-READ.
001830 1100-EXIT.
001840     EXIT.
001850*
001860 1200-APPLIQUER-PARAMETRE.
001870     MOVE SPACES TO JO-PRM-CLE.
001880     MOVE SPACES TO JO-PRM-VALEUR.
001890     UNSTRING PARAMETRE-REC DELIMITED BY "="
001900         INTO JO-PRM-CLE, JO-PRM-VALEUR.
001910     MOVE FUNCTION TRIM(JO-PRM-CLE) TO JO-PRM-CLE.
001920     MOVE FUNCTION TRIM(JO-PRM-VALEUR) TO JO-PRM-VAL-NET.
001930     EVALUATE JO-PRM-CLE
001940         WHEN "DU"
001950             PERFORM 1300-CONTROLER-DATE THRU 1300-EXIT
001960             MOVE JO-PRM-NOMBRE TO JO-DATE-DU
001970         WHEN "AU"
001980             PERFORM 1300-CONTROLER-DATE THRU 1300-EXIT
001990             MOVE JO-PRM-NOMBRE TO JO-DATE-AU
002000         WHEN "OPERATEUR"
002010             IF JO-PRM-VAL-NET = SPACES
002020                 OR JO-PRM-VAL-NET(9:) NOT = SPACES
002030                 PERFORM 1900-PARAMETRE-INVALIDE
002040                     THRU 1900-EXIT
002050             END-IF
002060             MOVE JO-PRM-VAL-NET(1:8) TO JO-OPERATEUR
002070         WHEN OTHER
002080             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002090     END-EVALUATE.
002100 1200-EXIT.
002110     EXIT.
002120*
002130 1300-CONTROLER-DATE.
002140     IF JO-PRM-VAL-NET(9:) NOT = SPACES
002150         OR JO-PRM-VAL-NET(1:8) IS NOT NUMERIC
002160         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002170     END-IF.
002180     MOVE JO-PRM-VAL-NET(1:8) TO JO-PRM-NOMBRE.
002190     IF FUNCTION TEST-DATE-YYYYMMDD(JO-PRM-NOMBRE) NOT = 0
002200         PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002210     END-IF.
002220 1300-EXIT.
002230     EXIT.
002240*
002250 1900-PARAMETRE-INVALIDE.
002260     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
002270     MOVE 16 TO RETURN-CODE.
002280     STOP RUN.
002290 1900-EXIT.
002300     EXIT.
002310*
002320*----------------------------------------------------------------*
002330* LECTURE DU JOURNAL DANS L'ORDRE D'ECRITURE. UNE LIGNE EST
002340* RETENUE SI SA DATE EST DANS LA PERIODE ET, AVEC OPERATEUR=,
002350* SI L'OPERATEUR OU L'APPROBATEUR EST CELUI DEMANDE.
002360*----------------------------------------------------------------*
002370 2000-LIRE-JOURNAL.
002380     OPEN INPUT JOURNAL-FILE.
002390     IF NOT JO-JOP-OK AND NOT JO-JOP-ABSENT
002400         MOVE "JOURNAL-FILE (OUVERTURE)" TO JO-MSG-ERREUR
002410         MOVE JO-JOP-STATUT TO JO-STATUT-ERREUR-FICHIER
002420         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002430     END-IF.
002440     PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
002450         UNTIL JO-JOP-EOF.
002460     CLOSE JOURNAL-FILE.
002470 2000-EXIT.
002480     EXIT.
002490*
002500 2100-LIRE-UNE-LIGNE.
002510     READ JOURNAL-FILE
002520         AT END
002530             MOVE "Y" TO JO-JOP-EOF-SW
002540             GO TO 2100-EXIT
002550     END-READ.
002560     ADD 1 TO JO-NB-LUS.
002570     IF PIL-DATE IS NOT NUMERIC
002580         OR PIL-DATE < JO-DATE-DU
002590         OR PIL-DATE > JO-DATE-AU
002600         GO TO 2100-EXIT
002610     END-IF.
002620     IF JO-OPERATEUR NOT = SPACES
002630         AND PIL-OPERATEUR NOT = JO-OPERATEUR
002640         AND PIL-APPROBATEUR NOT = JO-OPERATEUR
002650         GO TO 2100-EXIT
002660     END-IF.
002670     ADD 1 TO JO-NB-RETENUS.
002680     PERFORM 8100-IMPRIMER-UNE-LIGNE THRU 8100-EXIT.
002690 2100-EXIT.
002700     EXIT.
002710*
002720 7000-FORMATER-DATE.
002730     MOVE JO-DA-JJ   TO JO-DE-JJ.
002740     MOVE JO-DA-MM   TO JO-DE-MM.
002750     MOVE JO-DA-AAAA TO JO-DE-AAAA.
002760     MOVE "/" TO JO-DATE-EDITEE(3:1).
002770     MOVE "/" TO JO-DATE-EDITEE(6:1).
002780 7000-EXIT.
002790     EXIT.
002800*
002810 7100-FORMATER-HEURE.
002820     MOVE JO-HE-HH TO JO-HD-HH.
002830     MOVE JO-HE-MN TO JO-HD-MN.
002840     MOVE JO-HE-SS TO JO-HD-SS.
002850     MOVE ":" TO JO-HEURE-EDITEE(3:1).
002860     MOVE ":" TO JO-HEURE-EDITEE(6:1).
002870 7100-EXIT.
002880     EXIT.
002890*
002900*----------------------------------------------------------------*
002910* ETAT JOURRPT : TITRE, CRITERES RETENUS ET EN-TETE DES COLONNES.
002920*----------------------------------------------------------------*
002930 8000-OUVRIR-ETAT.
002940     OPEN OUTPUT JOURNAL-RPT.
002950     IF NOT JO-RPT-OK
002960         MOVE "JOURNAL-RPT (OUVERTURE)" TO JO-MSG-ERREUR
002970         MOVE JO-RPT-STATUT TO JO-STATUT-ERREUR-FICHIER
002980         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002990     END-IF.
003000     MOVE "JOURNAL DES OPERATIONS SENSIBLES - PAIR-IMPAIR"
003010         TO JO-RPT-LIGNE.
003020     WRITE JO-RPT-LIGNE.
003030     MOVE SPACES TO JO-RPT-LIGNE.
003040     IF JO-DATE-DU = 0
003050         MOVE "PERIODE DU               : DEBUT DU JOURNAL"
003060             TO JO-RPT-LIGNE
003070     ELSE
003080         MOVE JO-DATE-DU TO JO-DATE-ENTREE
003090         PERFORM 7000-FORMATER-DATE THRU 7000-EXIT
003100         STRING "PERIODE DU               : " DELIMITED BY SIZE
003110             JO-DATE-EDITEE DELIMITED BY SIZE
003120             INTO JO-RPT-LIGNE
003130     END-IF.
003140     WRITE JO-RPT-LIGNE.
003150     MOVE SPACES TO JO-RPT-LIGNE.
003160     IF JO-DATE-AU = 99999999
003170         MOVE "PERIODE AU               : FIN DU JOURNAL"
003180             TO JO-RPT-LIGNE
003190     ELSE
003200         MOVE JO-DATE-AU TO JO-DATE-ENTREE
003210         PERFORM 7000-FORMATER-DATE THRU 7000-EXIT
003220         STRING "PERIODE AU               : " DELIMITED BY SIZE
003230             JO-DATE-EDITEE DELIMITED BY SIZE
003240             INTO JO-RPT-LIGNE
003250     END-IF.
003260     WRITE JO-RPT-LIGNE.
003270     MOVE SPACES TO JO-RPT-LIGNE.
003280     IF JO-OPERATEUR = SPACES
003290         MOVE "OPERATEUR                : TOUS" TO JO-RPT-LIGNE
003300     ELSE
003310         STRING "OPERATEUR                : " DELIMITED BY SIZE
003320             JO-OPERATEUR DELIMITED BY SIZE
003330             INTO JO-RPT-LIGNE
003340     END-IF.
003350     WRITE JO-RPT-LIGNE.
003360     MOVE SPACES TO JO-RPT-LIGNE.
003370     WRITE JO-RPT-LIGNE.
003380     MOVE "DATE" TO JO-RPT-LIGNE(1:4).
003390     MOVE "HEURE" TO JO-RPT-LIGNE(12:5).
003400     MOVE "OPERAT." TO JO-RPT-LIGNE(21:7).
003410     MOVE "APPROB." TO JO-RPT-LIGNE(30:7).
003420     MOVE "PROGRAMME" TO JO-RPT-LIGNE(39:9).
003430     MOVE "ACTION" TO JO-RPT-LIGNE(52:6).
003440     MOVE "RESULTAT" TO JO-RPT-LIGNE(67:8).
003450     MOVE "CR" TO JO-RPT-LIGNE(76:2).
003460     MOVE "MOTIF" TO JO-RPT-LIGNE(79:5).
003470     WRITE JO-RPT-LIGNE.
003480     MOVE ALL "-" TO JO-RPT-LIGNE.
003490     WRITE JO-RPT-LIGNE.
003500 8000-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------*
003540* UNE LIGNE DU JOURNAL, SUIVIE DE SES PARAMETRES S'IL Y EN A.
003550* LE CODE RETOUR N'EST SIGNIFICATIF QUE POUR UNE DEMANDE
003560* REFUSEE (16) OU UNE FIN D'ACTION.
003570*----------------------------------------------------------------*
003580 8100-IMPRIMER-UNE-LIGNE.
003590     EVALUATE TRUE
003600         WHEN PIL-ACCORDEE
003610             ADD 1 TO JO-NB-ACCORDEES
003620             MOVE "ACCORDEE" TO JO-LIB-RESULTAT
003630         WHEN PIL-REFUSEE
003640             ADD 1 TO JO-NB-REFUSEES
003650             MOVE "REFUSEE" TO JO-LIB-RESULTAT
003660         WHEN PIL-TERMINEE
003670             ADD 1 TO JO-NB-TERMINEES
003680             MOVE "TERMINEE" TO JO-LIB-RESULTAT
003690         WHEN OTHER
003700             MOVE PIL-RESULTAT TO JO-LIB-RESULTAT
003710     END-EVALUATE.
003720     MOVE SPACES TO JO-RPT-LIGNE.
003730     MOVE PIL-DATE TO JO-DATE-ENTREE.
003740     PERFORM 7000-FORMATER-DATE THRU 7000-EXIT.
003750     MOVE JO-DATE-EDITEE TO JO-RPT-LIGNE(1:10).
003760     IF PIL-HEURE IS NUMERIC
003770         MOVE PIL-HEURE TO JO-HEURE-ENTREE
003780         PERFORM 7100-FORMATER-HEURE THRU 7100-EXIT
003790         MOVE JO-HEURE-EDITEE TO JO-RPT-LIGNE(12:8)
003800     END-IF.
003810     MOVE PIL-OPERATEUR TO JO-RPT-LIGNE(21:8).
003820     MOVE PIL-APPROBATEUR TO JO-RPT-LIGNE(30:8).
003830     MOVE PIL-PROGRAMME TO JO-RPT-LIGNE(39:12).
003840     MOVE PIL-ACTION TO JO-RPT-LIGNE(52:14).
003850     MOVE JO-LIB-RESULTAT TO JO-RPT-LIGNE(67:8).
003860     MOVE PIL-CODE-RETOUR TO JO-RPT-LIGNE(76:2).
003870     MOVE PIL-MOTIF TO JO-RPT-LIGNE(79:30).
003880     WRITE JO-RPT-LIGNE.
003890     IF PIL-PARAMETRES NOT = SPACES
003900         MOVE SPACES TO JO-RPT-LIGNE
003910         STRING "PARAMETRES : " DELIMITED BY SIZE
003920             PIL-PARAMETRES DELIMITED BY SIZE
003930             INTO JO-RPT-LIGNE(21:112)
003940         WRITE JO-RPT-LIGNE
003950     END-IF.
003960 8100-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------------*
004000* TOTAUX PAR RESULTAT. UNE DEMANDE ACCORDEE SANS FIN D'ACTION
004010* CORRESPONDANTE S'EST ARRETEE EN COURS.
004020*----------------------------------------------------------------*
004030 8500-IMPRIMER-TOTAUX.
004040     IF JO-NB-RETENUS = 0
004050         MOVE "AUCUNE OPERATION POUR CES CRITERES"
004060             TO JO-RPT-LIGNE
004070         WRITE JO-RPT-LIGNE
004080     END-IF.
004090     MOVE SPACES TO JO-RPT-LIGNE.
004100     WRITE JO-RPT-LIGNE.
004110     MOVE JO-NB-LUS TO JO-EDIT-NB.
004120     MOVE SPACES TO JO-RPT-LIGNE.
004130     STRING "LIGNES DU JOURNAL LUES   : " DELIMITED BY SIZE
004140         JO-EDIT-NB DELIMITED BY SIZE
004150         INTO JO-RPT-LIGNE.
004160     WRITE JO-RPT-LIGNE.
004170     MOVE JO-NB-RETENUS TO JO-EDIT-NB.
004180     MOVE SPACES TO JO-RPT-LIGNE.
004190     STRING "LIGNES LISTEES           : " DELIMITED BY SIZE
004200         JO-EDIT-NB DELIMITED BY SIZE
004210         INTO JO-RPT-LIGNE.
004220     WRITE JO-RPT-LIGNE.
004230     MOVE JO-NB-ACCORDEES TO JO-EDIT-NB.
004240     MOVE SPACES TO JO-RPT-LIGNE.
004250     STRING "DEMANDES ACCORDEES       : " DELIMITED BY SIZE
004260         JO-EDIT-NB DELIMITED BY SIZE
004270         INTO JO-RPT-LIGNE.
004280     WRITE JO-RPT-LIGNE.
004290     MOVE JO-NB-REFUSEES TO JO-EDIT-NB.
004300     MOVE SPACES TO JO-RPT-LIGNE.
004310     STRING "DEMANDES REFUSEES        : " DELIMITED BY SIZE
004320         JO-EDIT-NB DELIMITED BY SIZE
004330         INTO JO-RPT-LIGNE.
004340     WRITE JO-RPT-LIGNE.
004350     MOVE JO-NB-TERMINEES TO JO-EDIT-NB.
004360     MOVE SPACES TO JO-RPT-LIGNE.
004370     STRING "ACTIONS TERMINEES        : " DELIMITED BY SIZE
004380         JO-EDIT-NB DELIMITED BY SIZE
004390         INTO JO-RPT-LIGNE.
004400     WRITE JO-RPT-LIGNE.
004410     CLOSE JOURNAL-RPT.
004420 8500-EXIT.
004430     EXIT.
004440*
004450*----------------------------------------------------------------*
004460* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
004470* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
004480*----------------------------------------------------------------*
004490 9000-ERREUR-FICHIER.
004500     DISPLAY "ERREUR E/S - " JO-MSG-ERREUR
004510         " - STATUT " JO-STATUT-ERREUR-FICHIER.
004520     MOVE 16 TO RETURN-CODE.
004530     STOP RUN.
004540 9000-EXIT.
004550     EXIT.
