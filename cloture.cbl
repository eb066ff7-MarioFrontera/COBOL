000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CLOTURE.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. CLOTURE MENSUELLE (PERIODE=AAAAMM DANS
000220*                 CLOTPARM) DES FICHIERS PAIRIOUT, PAIRIREJ,
000230*                 PAIRIAUD ET PAIRISTA, QUI NE FAISAIENT QUE
000240*                 CROITRE. LES ENREGISTREMENTS JUSQU'AU DERNIER
000250*                 JOUR DE LA PERIODE SONT COPIES DANS LES
000260*                 GENERATIONS DATEES PAIRIOUT-AAAAMM,
000270*                 PAIRIREJ-AAAAMM, PAIRIAUD-AAAAMM ET
000280*                 PAIRISTA-AAAAMM ; LES AUTRES FORMENT LES
000290*                 NOUVELLES GENERATIONS VIVANTES PAIRIOTC,
000300*                 PAIRIRJC, PAIRIADC ET PAIRISTC, A RENOMMER PAR
000310*                 L'EXPLOITATION APRES CONTROLE DU CERTIFICAT,
000320*                 COMME POUR ANNULATION. LES REJETS ENCORE EN
000330*                 SUSPENS (STATUT BLANC OU R) RESTENT VIVANTS
000340*                 POUR RECYCLAGE ET VIEILLISSEMENT. LA PISTE
000350*                 D'AUDIT EST COUPEE A LA PREMIERE TRACE
000360*                 POSTERIEURE A LA PERIODE POUR NE PAS ROMPRE LA
000370*                 CHAINE ; UN SCEAU DE TYPE C (PAIRISCE) PORTE LA
000380*                 DERNIERE SEQUENCE ARCHIVEE ET SA VALEUR.
000390*                 LA CLOTURE EST REFUSEE (CODE RETOUR 8) SI UN
000400*                 POINT DE CONTROLE PAIRICKP EST EN COURS, SI UN
000410*                 LOT MIS EN QUARANTAINE AVANT LA FIN DE PERIODE
000420*                 EST ENCORE EN ATTENTE, SI LA PERIODE N'EST PAS
000430*                 TERMINEE OU SI LA PISTE N'A PAS ETE VERIFIEE
000440*                 INTACTE PAR INTEGRITE AU-DELA DE LA DERNIERE
000450*                 TRACE A ARCHIVER ; UNE PERIODE DEJA CLOSE (OU
000460*                 ANTERIEURE A UNE PERIODE CLOSE) EST REFUSEE AVEC
000470*                 LE CODE RETOUR 12. LE CERTIFICAT CLOTRPT
000480*                 RAPPROCHE CHAQUE EXECUTION DE PAIRISTA DES
000490*                 RESULTATS ET REJETS ARCHIVES (NOMBRES, TOTAL EN
000500*                 VALEUR, HASH). SANS ECART, LE RECAPITULATIF PAR
000510*                 SERVICE ET LE TOTAL DE LA PERIODE SONT AJOUTES
000520*                 AU REGISTRE PAIRICLO ET LE SCEAU EST ECRIT ;
000530*                 AVEC ECART, RIEN N'EST ENREGISTRE, LES
000540*                 GENERATIONS NE DOIVENT PAS ETRE INSTALLEES ET
000550*                 LE CODE RETOUR EST 8.
000560*----------------------------------------------------------------*
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL PARAMETRES-IN
000620         ASSIGN TO "CLOTPARM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CL-PRM-STATUT.
000650     SELECT OPTIONAL REGISTRE-FILE
000660         ASSIGN TO "PAIRICLO"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CL-CLO-STATUT.
000690     SELECT OPTIONAL CHECKPOINT-IN
000700         ASSIGN TO "PAIRICKP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CL-CKP-STATUT.
000730     SELECT OPTIONAL QUARANT-IN
000740         ASSIGN TO "PAIRIQUA"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CL-QUA-STATUT.
000770     SELECT OPTIONAL SCEAUX-FILE
000780         ASSIGN TO "PAIRISCE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CL-SCE-STATUT.
000810     SELECT OPTIONAL PAIR-IMPAIR-OUT
000820         ASSIGN TO "PAIRIOUT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CL-OUT-STATUT.
000850     SELECT RESULTATS-ARC
000860         ASSIGN TO DYNAMIC CL-FIC-ARC-OUT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CL-ARC-STATUT.
000890     SELECT RESULTATS-NOUV
000900         ASSIGN TO "PAIRIOTC"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CL-NOUV-STATUT.
000930     SELECT OPTIONAL PAIR-IMPAIR-REJ
000940         ASSIGN TO "PAIRIREJ"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CL-REJ-STATUT.
000970     SELECT REJETS-ARC
000980         ASSIGN TO DYNAMIC CL-FIC-ARC-REJ
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS CL-ARC-STATUT.
001010     SELECT REJETS-NOUV
001020         ASSIGN TO "PAIRIRJC"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS CL-NOUV-STATUT.
001050     SELECT OPTIONAL AUDIT-FILE
001060         ASSIGN TO "PAIRIAUD"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS CL-AUD-STATUT.
001090     SELECT AUDIT-ARC
001100         ASSIGN TO DYNAMIC CL-FIC-ARC-AUD
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS CL-ARC-STATUT.
001130     SELECT AUDIT-NOUV
001140         ASSIGN TO "PAIRIADC"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS CL-NOUV-STATUT.
001170     SELECT OPTIONAL STATISTIQUES
001180         ASSIGN TO "PAIRISTA"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CL-STA-STATUT.
001210     SELECT STATS-ARC
001220         ASSIGN TO DYNAMIC CL-FIC-ARC-STA
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS CL-ARC-STATUT.
001250     SELECT STATS-NOUV
001260         ASSIGN TO "PAIRISTC"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS CL-NOUV-STATUT.
001290     SELECT CLOTURE-RPT
001300         ASSIGN TO "CLOTRPT"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS CL-RPT-STATUT.
001330*
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  PARAMETRES-IN
001370     LABEL RECORDS ARE STANDARD.
001380 01  PARAMETRE-REC           PIC X(80).
001390*
001400 FD  REGISTRE-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY PAIRICLO.
001430*
001440*----------------------------------------------------------------*
001450* SEUL LE COMPTEUR D'ENREGISTREMENTS LUS DU POINT DE CONTROLE DE
001460* PAIR-IMPAIR EST UTILE ICI : NON NUL, UNE REPRISE EST EN COURS.
001470*----------------------------------------------------------------*
001480 FD  CHECKPOINT-IN
001490     LABEL RECORDS ARE STANDARD.
001500 01  CL-CKP-REC.
001510     05  CL-CKP-NB-LUS           PIC 9(09).
001520     05  FILLER                  PIC X(36).
001530     05  CL-CKP-NO-EXECUTION     PIC 9(05).
001540*
001550 FD  QUARANT-IN
001560     LABEL RECORDS ARE STANDARD.
001570     COPY PAIRIQUA.
001580*
001590 FD  SCEAUX-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY PAIRISCE.
001620*
001630 FD  PAIR-IMPAIR-OUT
001640     LABEL RECORDS ARE STANDARD.
001650     COPY PAIRIREC.
001660*
001670 FD  RESULTATS-ARC
001680     LABEL RECORDS ARE STANDARD.
001690 01  RESULTAT-ARC-REC        PIC X(49).
001700*
001710 FD  RESULTATS-NOUV
001720     LABEL RECORDS ARE STANDARD.
001730 01  RESULTAT-NOUV-REC       PIC X(49).
001740*
001750 FD  PAIR-IMPAIR-REJ
001760     LABEL RECORDS ARE STANDARD.
001770     COPY PAIRIREJ.
001780*
001790 FD  REJETS-ARC
001800     LABEL RECORDS ARE STANDARD.
001810 01  REJET-ARC-REC           PIC X(29).
001820*
001830 FD  REJETS-NOUV
001840     LABEL RECORDS ARE STANDARD.
001850 01  REJET-NOUV-REC          PIC X(29).
001860*
001870 FD  AUDIT-FILE
001880     LABEL RECORDS ARE STANDARD.
001890     COPY PAIRIAUD.
001900*
001910 FD  AUDIT-ARC
001920     LABEL RECORDS ARE STANDARD.
001930 01  AUDIT-ARC-REC           PIC X(59).
001940*
001950 FD  AUDIT-NOUV
001960     LABEL RECORDS ARE STANDARD.
001970 01  AUDIT-NOUV-REC          PIC X(59).
001980*
001990 FD  STATISTIQUES
002000     LABEL RECORDS ARE STANDARD.
002010     COPY PAIRISTA.
002020*
002030 FD  STATS-ARC
002040     LABEL RECORDS ARE STANDARD.
002050 01  STAT-ARC-REC            PIC X(141).
002060*
002070 FD  STATS-NOUV
002080     LABEL RECORDS ARE STANDARD.
002090 01  STAT-NOUV-REC           PIC X(141).
002100*
002110 FD  CLOTURE-RPT
002120     LABEL RECORDS ARE STANDARD.
002130 01  CL-RPT-LIGNE            PIC X(132).
002140*
002150 WORKING-STORAGE SECTION.
002160*
002170*----------------------------------------------------------------*
002180* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
002190* L'OUVERTURE DES FICHIERS OPTIONNELS.
002200*----------------------------------------------------------------*
002210 77  CL-PRM-STATUT           PIC X(02) VALUE "00".
002220     88  CL-PRM-OK               VALUE "00".
002230     88  CL-PRM-ABSENT           VALUE "05".
002240 77  CL-CLO-STATUT           PIC X(02) VALUE "00".
002250     88  CL-CLO-OK               VALUE "00".
002260     88  CL-CLO-ABSENT           VALUE "05".
002270 77  CL-CKP-STATUT           PIC X(02) VALUE "00".
002280     88  CL-CKP-OK               VALUE "00".
002290     88  CL-CKP-ABSENT           VALUE "05".
002300 77  CL-QUA-STATUT           PIC X(02) VALUE "00".
002310     88  CL-QUA-OK               VALUE "00".
002320     88  CL-QUA-ABSENT           VALUE "05".
002330 77  CL-SCE-STATUT           PIC X(02) VALUE "00".
002340     88  CL-SCE-OK               VALUE "00".
002350     88  CL-SCE-ABSENT           VALUE "05".
002360 77  CL-OUT-STATUT           PIC X(02) VALUE "00".
002370     88  CL-OUT-OK               VALUE "00".
002380     88  CL-OUT-ABSENT           VALUE "05".
002390 77  CL-REJ-STATUT           PIC X(02) VALUE "00".
002400     88  CL-REJ-OK               VALUE "00".
002410     88  CL-REJ-ABSENT           VALUE "05".
002420 77  CL-AUD-STATUT           PIC X(02) VALUE "00".
002430     88  CL-AUD-OK               VALUE "00".
002440     88  CL-AUD-ABSENT           VALUE "05".
002450 77  CL-STA-STATUT           PIC X(02) VALUE "00".
002460     88  CL-STA-OK               VALUE "00".
002470     88  CL-STA-ABSENT           VALUE "05".
002480 77  CL-ARC-STATUT           PIC X(02) VALUE "00".
002490     88  CL-ARC-OK               VALUE "00".
002500 77  CL-NOUV-STATUT          PIC X(02) VALUE "00".
002510     88  CL-NOUV-OK              VALUE "00".
002520 77  CL-RPT-STATUT           PIC X(02) VALUE "00".
002530     88  CL-RPT-OK               VALUE "00".
002540 77  CL-MSG-ERREUR           PIC X(40) VALUE SPACES.
002550 77  CL-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
002560*
002570*----------------------------------------------------------------*
002580* PARAMETRE DU PASSAGE (FICHIER CLOTPARM) : PERIODE=AAAAMM,
002590* OBLIGATOIRE. LA PERIODE VA DU PREMIER AU DERNIER JOUR DU MOIS.
002600*----------------------------------------------------------------*
002610 01  CL-PERIODE.
002620     05  CL-PER-ANNEE            PIC 9(04).
002630     05  CL-PER-MOIS             PIC 9(02).
002640 01  CL-PERIODE-NUM REDEFINES CL-PERIODE PIC 9(06).
002650 01  CL-DATE-DEBUT.
002660     05  CL-DEB-PERIODE          PIC 9(06).
002670     05  CL-DEB-JOUR             PIC 9(02).
002680 01  CL-DATE-DEBUT-NUM REDEFINES CL-DATE-DEBUT PIC 9(08).
002690 01  CL-DATE-SUIVANTE.
002700     05  CL-SUI-ANNEE            PIC 9(04).
002710     05  CL-SUI-MOIS             PIC 9(02).
002720     05  CL-SUI-JOUR             PIC 9(02).
002730 01  CL-DATE-SUIVANTE-NUM REDEFINES CL-DATE-SUIVANTE PIC 9(08).
002740 77  CL-DATE-FIN             PIC 9(08) VALUE 0.
002750 77  CL-JOURS-ENTIERS        PIC 9(07) VALUE 0.
002760 77  CL-PRM-EOF-SW           PIC X VALUE "N".
002770     88  CL-PRM-EOF              VALUE "Y".
002780 77  CL-PRM-CLE              PIC X(20) VALUE SPACES.
002790 77  CL-PRM-VALEUR           PIC X(60) VALUE SPACES.
002800 77  CL-PRM-VAL-NET          PIC X(60) VALUE SPACES.
002810*
002820*----------------------------------------------------------------*
002830* NOMS DES GENERATIONS DATEES DE LA PERIODE CLOSE.
002840*----------------------------------------------------------------*
002850 77  CL-FIC-ARC-OUT          PIC X(20) VALUE SPACES.
002860 77  CL-FIC-ARC-REJ          PIC X(20) VALUE SPACES.
002870 77  CL-FIC-ARC-AUD          PIC X(20) VALUE SPACES.
002880 77  CL-FIC-ARC-STA          PIC X(20) VALUE SPACES.
002890*
002900*----------------------------------------------------------------*
002910* ZONES DE TRAVAIL ET CONTROLES PREALABLES. UN REFUS POUR
002920* PERIODE DEJA CLOSE REND 12, TOUT AUTRE REFUS 8.
002930*----------------------------------------------------------------*
002940 77  CL-DATE-JOUR            PIC 9(08) VALUE 0.
002950 77  CL-HEURE                PIC 9(08) VALUE 0.
002960 77  CL-EOF-SW               PIC X VALUE "N".
002970     88  CL-EOF                  VALUE "Y".
002980 77  CL-REFUS-SW             PIC X VALUE "N".
002990     88  CL-CLOTURE-REFUSEE      VALUE "Y".
003000 77  CL-DEJA-CLOSE-SW        PIC X VALUE "N".
003010     88  CL-PERIODE-DEJA-CLOSE   VALUE "Y".
003020 77  CL-ECART-SW             PIC X VALUE "N".
003030     88  CL-EN-ECART             VALUE "Y".
003040 77  CL-DERNIERE-CLOSE       PIC 9(06) VALUE 0.
003050 77  CL-CKP-NB-EN-COURS      PIC 9(09) VALUE 0.
003060 77  CL-CKP-EXECUTION        PIC 9(05) VALUE 0.
003070 77  CL-NB-QUA-LIGNES        PIC 9(09) COMP VALUE 0.
003080 77  CL-NB-QUA-LOTS          PIC 9(09) COMP VALUE 0.
003090 77  CL-QUA-LOT-PRECEDENT    PIC X(08) VALUE SPACES.
003100 77  CL-QUA-LOT-COURANT      PIC X(08) VALUE SPACES.
003110*
003120*----------------------------------------------------------------*
003130* PISTE D'AUDIT : LA COUPURE EST LE RANG DE LA PREMIERE TRACE
003140* POSTERIEURE A LA PERIODE ; TOUT CE QUI LA PRECEDE EST ARCHIVE.
003150* LE DERNIER SCEAU V DOIT ETRE INTACT ET COUVRIR LA DERNIERE
003160* SEQUENCE ARCHIVEE. LA PREMIERE SEQUENCE VIVANTE NE DOIT PAS
003170* ETRE DEJA COUVERTE PAR UN SCEAU C (GENERATIONS DE LA CLOTURE
003180* PRECEDENTE NON INSTALLEES).
003190*----------------------------------------------------------------*
003200 77  CL-AUD-RANG             PIC 9(09) COMP VALUE 0.
003210 77  CL-AUD-COUPURE          PIC 9(09) COMP VALUE 0.
003220 77  CL-AUD-COUPURE-SW       PIC X VALUE "N".
003230     88  CL-AUD-COUPURE-VUE      VALUE "Y".
003240 77  CL-AUD-PREMIERE-SEQ     PIC 9(09) VALUE 0.
003250 77  CL-AUD-DERNIERE-SEQ     PIC 9(09) VALUE 0.
003260 77  CL-AUD-DERNIER-CHAINAGE PIC 9(12) VALUE 0.
003270 77  CL-AUD-PREMIERE-VIVANTE PIC 9(09) VALUE 0.
003280 77  CL-AUD-NB-HORS-ORDRE    PIC 9(09) COMP VALUE 0.
003290 77  CL-SCE-V-SW             PIC X VALUE "N".
003300     88  CL-SCE-V-CONNU          VALUE "Y".
003310 77  CL-SCE-V-RESULTAT       PIC X(01) VALUE SPACE.
003320 77  CL-SCE-V-SEQ            PIC 9(09) VALUE 0.
003330 77  CL-SCE-C-SEQ            PIC 9(09) VALUE 0.
003340*
003350*----------------------------------------------------------------*
003360* COMPTEURS PAR FICHIER : LUS, ARCHIVES, CONSERVES VIVANTS.
003370*----------------------------------------------------------------*
003380 77  CL-NB-OUT-LUS           PIC 9(09) COMP VALUE 0.
003390 77  CL-NB-OUT-ARC           PIC 9(09) COMP VALUE 0.
003400 77  CL-NB-OUT-VIV           PIC 9(09) COMP VALUE 0.
003410 77  CL-NB-REJ-LUS           PIC 9(09) COMP VALUE 0.
003420 77  CL-NB-REJ-ARC           PIC 9(09) COMP VALUE 0.
003430 77  CL-NB-REJ-VIV           PIC 9(09) COMP VALUE 0.
003440 77  CL-NB-REJ-REPORTES      PIC 9(09) COMP VALUE 0.
003450 77  CL-NB-AUD-LUS           PIC 9(09) COMP VALUE 0.
003460 77  CL-NB-AUD-ARC           PIC 9(09) COMP VALUE 0.
003470 77  CL-NB-AUD-VIV           PIC 9(09) COMP VALUE 0.
003480 77  CL-NB-STA-LUS           PIC 9(09) COMP VALUE 0.
003490 77  CL-NB-STA-ARC           PIC 9(09) COMP VALUE 0.
003500 77  CL-NB-STA-VIV           PIC 9(09) COMP VALUE 0.
003510 77  CL-VAL-RELUE           PIC S9(13)V9(04) COMP-3 VALUE 0.
003520*
003530*----------------------------------------------------------------*
003540* RECAPITULATIF PAR SERVICE EMETTEUR (200 SERVICES AU PLUS), LE
003550* TOTAL DE LA PERIODE EN DERNIERE LIGNE DU REGISTRE.
003560*----------------------------------------------------------------*
003570 77  CL-NB-SOURCES           PIC 9(03) COMP VALUE 0.
003580 77  CL-SRC-IDX              PIC 9(03) COMP VALUE 0.
003590 77  CL-SRC-TROUVE           PIC 9(03) COMP VALUE 0.
003600 77  CL-SRC-CHERCHEE         PIC X(04) VALUE SPACES.
003610 01  CL-TABLE-SOURCES.
003620     05  CL-SRC-ENTREE OCCURS 200 TIMES.
003630         10  CL-SRC-CODE         PIC X(04).
003640         10  CL-SRC-NB-RES       PIC 9(09) COMP.
003650         10  CL-SRC-NB-PAIRS     PIC 9(09) COMP.
003660         10  CL-SRC-NB-IMPAIRS   PIC 9(09) COMP.
003670         10  CL-SRC-TOT-VALEUR   PIC S9(13)V9(04) COMP-3.
003680         10  CL-SRC-TOT-HASH     PIC 9(13).
003690         10  CL-SRC-NB-REJ       PIC 9(09) COMP.
003700         10  CL-SRC-NB-REP       PIC 9(09) COMP.
003710 77  CL-TOT-NB-RES           PIC 9(09) COMP VALUE 0.
003720 77  CL-TOT-NB-PAIRS         PIC 9(09) COMP VALUE 0.
003730 77  CL-TOT-NB-IMPAIRS       PIC 9(09) COMP VALUE 0.
003740 77  CL-TOT-VALEUR           PIC S9(13)V9(04) COMP-3 VALUE 0.
003750 77  CL-TOT-HASH             PIC 9(13) VALUE 0.
003760*
003770*----------------------------------------------------------------*
003780* RAPPROCHEMENT PAR EXECUTION (1000 EXECUTIONS AU PLUS). UNE
003790* EXECUTION ARCHIVEE DANS PAIRISTA PORTE SES TOTAUX (PAIRISTA) ;
003800* LES AUTRES (RECYCLAGE, APPROBATION) N'ONT QUE LES TOTAUX
003810* ARCHIVES ET SONT IMPRIMEES "HORS PAIRISTA".
003820*----------------------------------------------------------------*
003830 77  CL-NB-EXECS             PIC 9(04) COMP VALUE 0.
003840 77  CL-EXEC-IDX             PIC 9(04) COMP VALUE 0.
003850 77  CL-EXEC-TROUVE          PIC 9(04) COMP VALUE 0.
003860 77  CL-EXEC-DERNIER         PIC 9(04) COMP VALUE 0.
003870 77  CL-EXEC-CHERCHEE        PIC 9(05) VALUE 0.
003880 01  CL-TABLE-EXECS.
003890     05  CL-EXEC-ENTREE OCCURS 1000 TIMES.
003900         10  CL-EXE-NUMERO       PIC 9(05).
003910         10  CL-EXE-STA-SW       PIC X(01).
003920             88  CL-EXE-DANS-PAIRISTA    VALUE "Y".
003930         10  CL-EXE-DATE         PIC 9(08).
003940         10  CL-EXE-STA-VALIDES  PIC 9(09).
003950         10  CL-EXE-STA-REJETES  PIC 9(09).
003960         10  CL-EXE-STA-VAL-SW   PIC X(01).
003970             88  CL-EXE-STA-VAL-CONNUE   VALUE "Y".
003980         10  CL-EXE-STA-VALEUR   PIC S9(13)V9(04) COMP-3.
003990         10  CL-EXE-STA-HASH-SW  PIC X(01).
004000             88  CL-EXE-STA-HASH-CONNU   VALUE "Y".
004010         10  CL-EXE-STA-HASH     PIC 9(13).
004020         10  CL-EXE-NB-RES       PIC 9(09) COMP.
004030         10  CL-EXE-TOT-VALEUR   PIC S9(13)V9(04) COMP-3.
004040         10  CL-EXE-TOT-HASH     PIC 9(13).
004050         10  CL-EXE-NB-REJ       PIC 9(09) COMP.
004060 77  CL-NB-EXE-CONCORDE      PIC 9(04) COMP VALUE 0.
004070 77  CL-NB-EXE-ANNULEES      PIC 9(04) COMP VALUE 0.
004080 77  CL-NB-EXE-ECART         PIC 9(04) COMP VALUE 0.
004090 77  CL-NB-EXE-HORS          PIC 9(04) COMP VALUE 0.
004100 77  CL-HORS-NB-RES          PIC 9(09) COMP VALUE 0.
004110 77  CL-HORS-NB-REJ          PIC 9(09) COMP VALUE 0.
004120 77  CL-HORS-VALEUR          PIC S9(13)V9(04) COMP-3 VALUE 0.
004130 77  CL-STA-TOT-VALIDES      PIC 9(09) COMP VALUE 0.
004140 77  CL-STA-TOT-REJETES      PIC 9(09) COMP VALUE 0.
004150 77  CL-STA-TOT-RES          PIC 9(09) COMP VALUE 0.
004160 77  CL-STA-TOT-REJ          PIC 9(09) COMP VALUE 0.
004170 77  CL-LIB-RAPPROCHEMENT    PIC X(10) VALUE SPACES.
004180*
004190*----------------------------------------------------------------*
004200* ZONES D'EDITION DU CERTIFICAT.
004210*----------------------------------------------------------------*
004220 77  CL-EDIT-A               PIC ZZZZZZZZ9.
004230 77  CL-EDIT-B               PIC ZZZZZZZZ9.
004240 77  CL-EDIT-C               PIC ZZZZZZZZ9.
004250 77  CL-EDIT-D               PIC ZZZZZZZZ9.
004260 77  CL-EDIT-EXEC            PIC ZZZZ9.
004270 77  CL-EDIT-VALEUR          PIC -ZZZZZZZZZZZZ9.9999.
004280 77  CL-EDIT-VALEUR-B        PIC -ZZZZZZZZZZZZ9.9999.
004290 77  CL-EDIT-HASH            PIC 9(13).
004300*
004310 PROCEDURE DIVISION.
004320*
004330 0000-MAINLINE.
004340     ACCEPT CL-DATE-JOUR FROM DATE YYYYMMDD.
004350     ACCEPT CL-HEURE FROM TIME.
004360     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
004370     PERFORM 1500-OUVRIR-CERTIFICAT THRU 1500-EXIT.
004380     PERFORM 2000-CONTROLER-PREALABLES THRU 2000-EXIT.
004390     IF CL-CLOTURE-REFUSEE
004400         PERFORM 8900-CONCLURE-REFUS THRU 8900-EXIT
004410         CLOSE CLOTURE-RPT
004420         IF CL-PERIODE-DEJA-CLOSE
004430             MOVE 12 TO RETURN-CODE
004440         ELSE
004450             MOVE 8 TO RETURN-CODE
004460         END-IF
004470         STOP RUN
004480     END-IF.
004490     PERFORM 3000-ARCHIVER-STATISTIQUES THRU 3000-EXIT.
004500     PERFORM 3200-ARCHIVER-RESULTATS THRU 3200-EXIT.
004510     PERFORM 3400-ARCHIVER-REJETS THRU 3400-EXIT.
004520     PERFORM 3600-ARCHIVER-AUDIT THRU 3600-EXIT.
004530     PERFORM 4000-RAPPROCHER-PAIRISTA THRU 4000-EXIT.
004540     IF NOT CL-EN-ECART
004550         PERFORM 5000-ECRIRE-REGISTRE THRU 5000-EXIT
004560         PERFORM 5500-ECRIRE-SCEAU THRU 5500-EXIT
004570     END-IF.
004580     PERFORM 8000-IMPRIMER-CERTIFICAT THRU 8000-EXIT.
004590     CLOSE CLOTURE-RPT.
004600     IF CL-EN-ECART
004610         MOVE 8 TO RETURN-CODE
004620     END-IF.
004630     STOP RUN.
004640*
004650*----------------------------------------------------------------*
004660* PARAMETRE DU PASSAGE : PERIODE=AAAAMM (MOIS 01 A 12). LES
004670* LIGNES VIDES ET LES LIGNES COMMENCANT PAR * SONT IGNOREES. UN
004680* PARAMETRE ABSENT OU INVALIDE ARRETE LE PROGRAMME (CODE RETOUR
004690* 16). LES DATES DE DEBUT ET DE FIN DE PERIODE ET LES NOMS DES
004700* GENERATIONS DATEES EN SONT DEDUITS.
004710*----------------------------------------------------------------*
004720 1000-LIRE-PARAMETRES.
004730     MOVE 0 TO CL-PERIODE-NUM.
004740     OPEN INPUT PARAMETRES-IN.
004750     IF NOT CL-PRM-OK AND NOT CL-PRM-ABSENT
004760         MOVE "PARAMETRES-IN (OUVERTURE)" TO CL-MSG-ERREUR
004770         MOVE CL-PRM-STATUT TO CL-STATUT-ERREUR-FICHIER
004780         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004790     END-IF.
004800     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
004810         UNTIL CL-PRM-EOF.
004820     CLOSE PARAMETRES-IN.
004830     IF CL-PERIODE-NUM = 0
004840         DISPLAY "PARAMETRE PERIODE= ABSENT OU INVALIDE"
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     MOVE CL-PERIODE-NUM TO CL-DEB-PERIODE.
004890     MOVE 01 TO CL-DEB-JOUR.
004900     MOVE CL-PER-ANNEE TO CL-SUI-ANNEE.
004910     MOVE CL-PER-MOIS TO CL-SUI-MOIS.
004920     MOVE 01 TO CL-SUI-JOUR.
004930     IF CL-SUI-MOIS = 12
004940         ADD 1 TO CL-SUI-ANNEE
004950         MOVE 01 TO CL-SUI-MOIS
004960     ELSE
004970         ADD 1 TO CL-SUI-MOIS
004980     END-IF.
004990     COMPUTE CL-JOURS-ENTIERS =
005000         FUNCTION INTEGER-OF-DATE(CL-DATE-SUIVANTE-NUM) - 1.
005010     MOVE FUNCTION DATE-OF-INTEGER(CL-JOURS-ENTIERS)
005020         TO CL-DATE-FIN.
005030     STRING "PAIRIOUT-" DELIMITED BY SIZE
005040         CL-PERIODE DELIMITED BY SIZE
005050         INTO CL-FIC-ARC-OUT.
005060     STRING "PAIRIREJ-" DELIMITED BY SIZE
005070         CL-PERIODE DELIMITED BY SIZE
005080         INTO CL-FIC-ARC-REJ.
005090     STRING "PAIRIAUD-" DELIMITED BY SIZE
005100         CL-PERIODE DELIMITED BY SIZE
005110         INTO CL-FIC-ARC-AUD.
005120     STRING "PAIRISTA-" DELIMITED BY SIZE
005130         CL-PERIODE DELIMITED BY SIZE
005140         INTO CL-FIC-ARC-STA.
005150     DISPLAY "CLOTURE DE LA PERIODE " CL-PERIODE
005160         " (DU " CL-DATE-DEBUT-NUM " AU " CL-DATE-FIN ")".
005170 1000-EXIT.
005180     EXIT.
005190*
005200 1100-LIRE-UN-PARAMETRE.
005210     READ PARAMETRES-IN
005220         AT END
005230             MOVE "Y" TO CL-PRM-EOF-SW
005240         NOT AT END
005250             IF PARAMETRE-REC NOT = SPACES
005260                 AND PARAMETRE-REC(1:1) NOT = "*"
005270                 PERFORM 1200-APPLIQUER-PARAMETRE
005280                     THRU 1200-EXIT
005290             END-IF
005300     END-READ.
005310 1100-EXIT.
005320     EXIT.
005330*
005340 1200-APPLIQUER-PARAMETRE.
005350     MOVE SPACES TO CL-PRM-CLE.
005360     MOVE SPACES TO CL-PRM-VALEUR.
005370     UNSTRING PARAMETRE-REC DELIMITED BY "="
005380         INTO CL-PRM-CLE, CL-PRM-VALEUR.
005390     MOVE FUNCTION TRIM(CL-PRM-CLE) TO CL-PRM-CLE.
005400     MOVE FUNCTION TRIM(CL-PRM-VALEUR) TO CL-PRM-VAL-NET.
005410     EVALUATE CL-PRM-CLE
005420         WHEN "PERIODE"
005430             IF CL-PRM-VAL-NET(1:6) NOT NUMERIC
005440                 OR CL-PRM-VAL-NET(7:) NOT = SPACES
005450                 PERFORM 1900-PARAMETRE-INVALIDE
005460                     THRU 1900-EXIT
005470             END-IF
005480             MOVE CL-PRM-VAL-NET(1:6) TO CL-PERIODE
005490             IF CL-PER-MOIS < 1 OR CL-PER-MOIS > 12
005500                 OR CL-PER-ANNEE < 1601
005510                 PERFORM 1900-PARAMETRE-INVALIDE
005520                     THRU 1900-EXIT
005530             END-IF
005540         WHEN OTHER
005550             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
005560     END-EVALUATE.
005570 1200-EXIT.
005580     EXIT.
005590*
005600 1900-PARAMETRE-INVALIDE.
005610     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
005620     MOVE 16 TO RETURN-CODE.
005630     STOP RUN.
005640 1900-EXIT.
005650     EXIT.
005660*
005670*----------------------------------------------------------------*
005680* OUVERTURE DU CERTIFICAT CLOTRPT ET EN-TETE DE LA PERIODE.
005690*----------------------------------------------------------------*
005700 1500-OUVRIR-CERTIFICAT.
005710     OPEN OUTPUT CLOTURE-RPT.
005720     IF NOT CL-RPT-OK
005730         MOVE "CLOTURE-RPT (OUVERTURE)" TO CL-MSG-ERREUR
005740         MOVE CL-RPT-STATUT TO CL-STATUT-ERREUR-FICHIER
005750         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005760     END-IF.
005770     MOVE "CERTIFICAT DE CLOTURE DE PERIODE - PAIR-IMPAIR"
005780         TO CL-RPT-LIGNE.
005790     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
005800     MOVE SPACES TO CL-RPT-LIGNE.
005810     STRING "PERIODE CLOSE            : " DELIMITED BY SIZE
005820         CL-PERIODE DELIMITED BY SIZE
005830         " (DU " DELIMITED BY SIZE
005840         CL-DATE-DEBUT-NUM DELIMITED BY SIZE
005850         " AU " DELIMITED BY SIZE
005860         CL-DATE-FIN DELIMITED BY SIZE
005870         ")" DELIMITED BY SIZE
005880         INTO CL-RPT-LIGNE.
005890     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
005900     MOVE SPACES TO CL-RPT-LIGNE.
005910     STRING "DATE DE CLOTURE          : " DELIMITED BY SIZE
005920         CL-DATE-JOUR DELIMITED BY SIZE
005930         " A " DELIMITED BY SIZE
005940         CL-HEURE(1:6) DELIMITED BY SIZE
005950         INTO CL-RPT-LIGNE.
005960     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
005970     MOVE SPACES TO CL-RPT-LIGNE.
005980     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
005990 1500-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------*
006030* CONTROLES PREALABLES, TOUS IMPRIMES MEME APRES UN PREMIER
006040* REFUS POUR QUE L'EXPLOITATION VOIE D'UN COUP TOUT CE QUI
006050* BLOQUE LA CLOTURE.
006060*----------------------------------------------------------------*
006070 2000-CONTROLER-PREALABLES.
006080     MOVE "CONTROLES PREALABLES :" TO CL-RPT-LIGNE.
006090     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
006100     PERFORM 2100-CONTROLER-REGISTRE THRU 2100-EXIT.
006110     IF CL-DATE-FIN >= CL-DATE-JOUR
006120         MOVE "Y" TO CL-REFUS-SW
006130         MOVE SPACES TO CL-RPT-LIGNE
006140         STRING "  REFUS : PERIODE NON TERMINEE (FIN LE "
006150             DELIMITED BY SIZE
006160             CL-DATE-FIN DELIMITED BY SIZE
006170             ")" DELIMITED BY SIZE
006180             INTO CL-RPT-LIGNE
006190         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
006200     END-IF.
006210     PERFORM 2200-CONTROLER-REPRISE THRU 2200-EXIT.
006220     PERFORM 2300-CONTROLER-QUARANTAINE THRU 2300-EXIT.
006230     PERFORM 2400-REPERER-COUPURE-AUDIT THRU 2400-EXIT.
006240     PERFORM 2500-CONTROLER-SCEAUX THRU 2500-EXIT.
006250     MOVE SPACES TO CL-RPT-LIGNE.
006260     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
006270 2000-EXIT.
006280     EXIT.
006290*
006300*----------------------------------------------------------------*
006310* REGISTRE DES PERIODES CLOSES : UNE PERIODE DEJA CLOSE, OU
006320* ANTERIEURE A LA DERNIERE PERIODE CLOSE, NE PEUT PAS ETRE
006330* (RE)CLOSE - CE SERAIT LA ROUVRIR.
006340*----------------------------------------------------------------*
006350 2100-CONTROLER-REGISTRE.
006360     OPEN INPUT REGISTRE-FILE.
006370     IF NOT CL-CLO-OK AND NOT CL-CLO-ABSENT
006380         MOVE "REGISTRE-FILE (OUVERTURE)" TO CL-MSG-ERREUR
006390         MOVE CL-CLO-STATUT TO CL-STATUT-ERREUR-FICHIER
006400         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006410     END-IF.
006420     MOVE "N" TO CL-EOF-SW.
006430     PERFORM 2150-LIRE-UN-REGISTRE THRU 2150-EXIT
006440         UNTIL CL-EOF.
006450     CLOSE REGISTRE-FILE.
006460     MOVE SPACES TO CL-RPT-LIGNE.
006470     IF CL-DERNIERE-CLOSE = 0
006480         MOVE "  DERNIERE PERIODE CLOSE : AUCUNE" TO CL-RPT-LIGNE
006490     ELSE
006500         STRING "  DERNIERE PERIODE CLOSE : " DELIMITED BY SIZE
006510             CL-DERNIERE-CLOSE DELIMITED BY SIZE
006520             INTO CL-RPT-LIGNE
006530     END-IF.
006540     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
006550     IF CL-DERNIERE-CLOSE >= CL-PERIODE-NUM
006560         MOVE "Y" TO CL-REFUS-SW
006570         MOVE "Y" TO CL-DEJA-CLOSE-SW
006580         MOVE SPACES TO CL-RPT-LIGNE
006590         STRING "  REFUS : PERIODE DEJA CLOSE OU ANTERIEURE A LA "
006600             DELIMITED BY SIZE
006610             "DERNIERE PERIODE CLOSE - REOUVERTURE INTERDITE"
006620             DELIMITED BY SIZE
006630             INTO CL-RPT-LIGNE
006640         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
006650     END-IF.
006660 2100-EXIT.
006670     EXIT.
006680*
006690 2150-LIRE-UN-REGISTRE.
006700     READ REGISTRE-FILE
006710         AT END
006720             MOVE "Y" TO CL-EOF-SW
006730         NOT AT END
006740             IF PIP-TOTAL-PERIODE AND PIP-PERIODE IS NUMERIC
006750                 AND PIP-PERIODE > CL-DERNIERE-CLOSE
006760                 MOVE PIP-PERIODE TO CL-DERNIERE-CLOSE
006770             END-IF
006780     END-READ.
006790 2150-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------*
006830* POINT DE CONTROLE DE PAIR-IMPAIR : REMIS A ZERO EN FIN
006840* NORMALE, IL N'EST NON NUL QUE SI UNE REPRISE EST EN SUSPENS.
006850*----------------------------------------------------------------*
006860 2200-CONTROLER-REPRISE.
006870     OPEN INPUT CHECKPOINT-IN.
006880     IF NOT CL-CKP-OK AND NOT CL-CKP-ABSENT
006890         MOVE "CHECKPOINT-IN (OUVERTURE)" TO CL-MSG-ERREUR
006900         MOVE CL-CKP-STATUT TO CL-STATUT-ERREUR-FICHIER
006910         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006920     END-IF.
006930     READ CHECKPOINT-IN
006940         AT END
006950             CONTINUE
006960         NOT AT END
006970             IF CL-CKP-NB-LUS IS NUMERIC
006980                 MOVE CL-CKP-NB-LUS TO CL-CKP-NB-EN-COURS
006990             END-IF
007000             IF CL-CKP-NO-EXECUTION IS NUMERIC
007010                 MOVE CL-CKP-NO-EXECUTION TO CL-CKP-EXECUTION
007020             END-IF
007030     END-READ.
007040     CLOSE CHECKPOINT-IN.
007050     MOVE SPACES TO CL-RPT-LIGNE.
007060     IF CL-CKP-NB-EN-COURS = 0
007070         MOVE "  POINT DE CONTROLE      : AUCUNE REPRISE EN COURS"
007080             TO CL-RPT-LIGNE
007090         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
007100     ELSE
007110         MOVE "Y" TO CL-REFUS-SW
007120         MOVE CL-CKP-EXECUTION TO CL-EDIT-EXEC
007130         MOVE CL-CKP-NB-EN-COURS TO CL-EDIT-A
007140         STRING "  REFUS : REPRISE EN COURS (PAIRICKP), EXEC "
007150             DELIMITED BY SIZE
007160             CL-EDIT-EXEC DELIMITED BY SIZE
007170             ", LUS " DELIMITED BY SIZE
007180             CL-EDIT-A DELIMITED BY SIZE
007190             INTO CL-RPT-LIGNE
007200         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
007210     END-IF.
007220 2200-EXIT.
007230     EXIT.
007240*
007250*----------------------------------------------------------------*
007260* QUARANTAINE : UN LOT MIS EN QUARANTAINE JUSQU'A LA FIN DE LA
007270* PERIODE ET NI LIBERE NI PURGE BLOQUE LA CLOTURE. LES LOTS SONT
007280* COMPTES SUR LE CHANGEMENT D'EXECUTION / NUMERO DE LOT.
007290*----------------------------------------------------------------*
007300 2300-CONTROLER-QUARANTAINE.
007310     OPEN INPUT QUARANT-IN.
007320     IF NOT CL-QUA-OK AND NOT CL-QUA-ABSENT
007330         MOVE "QUARANT-IN (OUVERTURE)" TO CL-MSG-ERREUR
007340         MOVE CL-QUA-STATUT TO CL-STATUT-ERREUR-FICHIER
007350         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007360     END-IF.
007370     MOVE "N" TO CL-EOF-SW.
007380     PERFORM 2350-LIRE-UNE-QUARANTAINE THRU 2350-EXIT
007390         UNTIL CL-EOF.
007400     CLOSE QUARANT-IN.
007410     MOVE SPACES TO CL-RPT-LIGNE.
007420     IF CL-NB-QUA-LOTS = 0
007430         MOVE "  QUARANTAINE            : AUCUN LOT EN ATTENTE"
007440             TO CL-RPT-LIGNE
007450         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
007460     ELSE
007470         MOVE "Y" TO CL-REFUS-SW
007480         MOVE CL-NB-QUA-LOTS TO CL-EDIT-A
007490         MOVE CL-NB-QUA-LIGNES TO CL-EDIT-B
007500         STRING "  REFUS : LOTS EN QUARANTAINE EN ATTENTE "
007510             DELIMITED BY SIZE
007520             CL-EDIT-A DELIMITED BY SIZE
007530             " (LIGNES " DELIMITED BY SIZE
007540             CL-EDIT-B DELIMITED BY SIZE
007550             ")" DELIMITED BY SIZE
007560             INTO CL-RPT-LIGNE
007570         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
007580     END-IF.
007590 2300-EXIT.
007600     EXIT.
007610*
007620 2350-LIRE-UNE-QUARANTAINE.
007630     READ QUARANT-IN
007640         AT END
007650             MOVE "Y" TO CL-EOF-SW
007660             GO TO 2350-EXIT
007670     END-READ.
007680     IF NOT PIQ-EN-QUARANTAINE
007690         OR PIQ-DATE-MISE > CL-DATE-FIN
007700         GO TO 2350-EXIT
007710     END-IF.
007720     ADD 1 TO CL-NB-QUA-LIGNES.
007730     MOVE PIQ-NO-EXECUTION TO CL-QUA-LOT-COURANT(1:5).
007740     MOVE PIQ-NO-LOT TO CL-QUA-LOT-COURANT(6:3).
007750     IF CL-QUA-LOT-COURANT NOT = CL-QUA-LOT-PRECEDENT
007760         ADD 1 TO CL-NB-QUA-LOTS
007770         MOVE CL-QUA-LOT-COURANT TO CL-QUA-LOT-PRECEDENT
007780     END-IF.
007790 2350-EXIT.
007800     EXIT.
007810*
007820*----------------------------------------------------------------*
007830* PREMIERE LECTURE DE LA PISTE D'AUDIT : RANG DE COUPURE (PREMIERE
007840* TRACE POSTERIEURE A LA PERIODE), PREMIERE ET DERNIERE SEQUENCES
007850* ARCHIVEES, VALEUR DE LA DERNIERE, PREMIERE SEQUENCE VIVANTE.
007860* UNE TRACE DE LA PERIODE PLACEE APRES LA COUPURE RESTE VIVANTE
007870* (LA CHAINE NE PEUT ETRE COUPEE QU'UNE FOIS) ET EST SIGNALEE.
007880*----------------------------------------------------------------*
007890 2400-REPERER-COUPURE-AUDIT.
007900     OPEN INPUT AUDIT-FILE.
007910     IF NOT CL-AUD-OK AND NOT CL-AUD-ABSENT
007920         MOVE "AUDIT-FILE (OUVERTURE)" TO CL-MSG-ERREUR
007930         MOVE CL-AUD-STATUT TO CL-STATUT-ERREUR-FICHIER
007940         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007950     END-IF.
007960     MOVE "N" TO CL-EOF-SW.
007970     MOVE 0 TO CL-AUD-RANG.
007980     PERFORM 2450-REPERER-UNE-TRACE THRU 2450-EXIT
007990         UNTIL CL-EOF.
008000     CLOSE AUDIT-FILE.
008010     IF NOT CL-AUD-COUPURE-VUE
008020         COMPUTE CL-AUD-COUPURE = CL-AUD-RANG + 1
008030     END-IF.
008040 2400-EXIT.
008050     EXIT.
008060*
008070 2450-REPERER-UNE-TRACE.
008080     READ AUDIT-FILE
008090         AT END
008100             MOVE "Y" TO CL-EOF-SW
008110             GO TO 2450-EXIT
008120     END-READ.
008130     ADD 1 TO CL-AUD-RANG.
008140     IF NOT CL-AUD-COUPURE-VUE AND PIA-DATE > CL-DATE-FIN
008150         MOVE "Y" TO CL-AUD-COUPURE-SW
008160         MOVE CL-AUD-RANG TO CL-AUD-COUPURE
008170     END-IF.
008180     IF PIA-NO-SEQUENCE IS NOT NUMERIC
008190         OR PIA-CHAINAGE IS NOT NUMERIC
008200         GO TO 2450-EXIT
008210     END-IF.
008220     IF CL-AUD-COUPURE-VUE
008230         IF CL-AUD-PREMIERE-VIVANTE = 0
008240             MOVE PIA-NO-SEQUENCE TO CL-AUD-PREMIERE-VIVANTE
008250         END-IF
008260         IF PIA-DATE <= CL-DATE-FIN
008270             ADD 1 TO CL-AUD-NB-HORS-ORDRE
008280         END-IF
008290     ELSE
008300         IF CL-AUD-PREMIERE-SEQ = 0
008310             MOVE PIA-NO-SEQUENCE TO CL-AUD-PREMIERE-SEQ
008320         END-IF
008330         MOVE PIA-NO-SEQUENCE TO CL-AUD-DERNIERE-SEQ
008340         MOVE PIA-CHAINAGE TO CL-AUD-DERNIER-CHAINAGE
008350     END-IF.
008360 2450-EXIT.
008370     EXIT.
008380*
008390*----------------------------------------------------------------*
008400* SCEAUX : LE DERNIER SCEAU DE VERIFICATION (V) DOIT ETRE INTACT
008410* ET COUVRIR LA DERNIERE SEQUENCE A ARCHIVER ; LA PISTE VIVANTE
008420* NE DOIT PAS COMMENCER EN DECA DU DERNIER SCEAU DE CLOTURE (C).
008430*----------------------------------------------------------------*
008440 2500-CONTROLER-SCEAUX.
008450     OPEN INPUT SCEAUX-FILE.
008460     IF NOT CL-SCE-OK AND NOT CL-SCE-ABSENT
008470         MOVE "SCEAUX-FILE (OUVERTURE)" TO CL-MSG-ERREUR
008480         MOVE CL-SCE-STATUT TO CL-STATUT-ERREUR-FICHIER
008490         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008500     END-IF.
008510     MOVE "N" TO CL-EOF-SW.
008520     PERFORM 2550-LIRE-UN-SCEAU THRU 2550-EXIT
008530         UNTIL CL-EOF.
008540     CLOSE SCEAUX-FILE.
008550     IF CL-AUD-DERNIERE-SEQ = 0
008560         MOVE "  PISTE D'AUDIT          : AUCUNE TRACE CHAINEE A "
008570             TO CL-RPT-LIGNE
008580         MOVE "ARCHIVER" TO CL-RPT-LIGNE(52:8)
008590         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
008600     ELSE
008610         PERFORM 2600-CONTROLER-VERIFICATION THRU 2600-EXIT
008620     END-IF.
008630     IF CL-SCE-C-SEQ > 0 AND CL-AUD-PREMIERE-SEQ > 0
008640         AND CL-AUD-PREMIERE-SEQ <= CL-SCE-C-SEQ
008650         MOVE "Y" TO CL-REFUS-SW
008660         MOVE CL-AUD-PREMIERE-SEQ TO CL-EDIT-A
008670         MOVE SPACES TO CL-RPT-LIGNE
008680         STRING "  REFUS : LA PISTE VIVANTE COMMENCE A LA "
008690             DELIMITED BY SIZE
008700             "SEQUENCE " DELIMITED BY SIZE
008710             CL-EDIT-A DELIMITED BY SIZE
008720             ", DEJA ARCHIVEE - GENERATIONS DE LA CLOTURE "
008730             DELIMITED BY SIZE
008740             "PRECEDENTE NON INSTALLEES" DELIMITED BY SIZE
008750             INTO CL-RPT-LIGNE
008760         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
008770     END-IF.
008780 2500-EXIT.
008790     EXIT.
008800*
008810 2550-LIRE-UN-SCEAU.
008820     READ SCEAUX-FILE
008830         AT END
008840             MOVE "Y" TO CL-EOF-SW
008850             GO TO 2550-EXIT
008860     END-READ.
008870     IF PIE-DERNIERE-SEQ IS NOT NUMERIC
008880         GO TO 2550-EXIT
008890     END-IF.
008900     IF PIE-VERIFICATION
008910         MOVE "Y" TO CL-SCE-V-SW
008920         MOVE PIE-RESULTAT TO CL-SCE-V-RESULTAT
008930         MOVE PIE-DERNIERE-SEQ TO CL-SCE-V-SEQ
008940     END-IF.
008950     IF PIE-CLOTURE AND PIE-DERNIERE-SEQ > CL-SCE-C-SEQ
008960         MOVE PIE-DERNIERE-SEQ TO CL-SCE-C-SEQ
008970     END-IF.
008980 2550-EXIT.
008990     EXIT.
009000*
009010 2600-CONTROLER-VERIFICATION.
009020     MOVE CL-AUD-DERNIERE-SEQ TO CL-EDIT-A.
009030     MOVE SPACES TO CL-RPT-LIGNE.
009040     EVALUATE TRUE
009050         WHEN NOT CL-SCE-V-CONNU
009060             MOVE "Y" TO CL-REFUS-SW
009070             STRING "  REFUS : PISTE D'AUDIT JAMAIS VERIFIEE - "
009080                 DELIMITED BY SIZE
009090                 "LANCER INTEGRITE AVANT LA CLOTURE"
009100                 DELIMITED BY SIZE
009110                 INTO CL-RPT-LIGNE
009120         WHEN CL-SCE-V-RESULTAT NOT = "O"
009130             MOVE "Y" TO CL-REFUS-SW
009140             STRING "  REFUS : DERNIERE VERIFICATION DE LA PISTE "
009150                 DELIMITED BY SIZE
009160                 "D'AUDIT ROMPUE" DELIMITED BY SIZE
009170                 INTO CL-RPT-LIGNE
009180         WHEN CL-SCE-V-SEQ < CL-AUD-DERNIERE-SEQ
009190             MOVE "Y" TO CL-REFUS-SW
009200             MOVE CL-SCE-V-SEQ TO CL-EDIT-B
009210             STRING "  REFUS : PISTE VERIFIEE JUSQU'A " DELIMITED
009220                 BY SIZE
009230                 CL-EDIT-B DELIMITED BY SIZE
009240                 " SEULEMENT, A ARCHIVER JUSQU'A " DELIMITED BY
009250                 SIZE
009260                 CL-EDIT-A DELIMITED BY SIZE
009270                 " - LANCER INTEGRITE" DELIMITED BY SIZE
009280                 INTO CL-RPT-LIGNE
009290         WHEN OTHER
009300             MOVE CL-SCE-V-SEQ TO CL-EDIT-B
009310             STRING "  PISTE D'AUDIT          : VERIFIEE INTACTE "
009320                 DELIMITED BY SIZE
009330                 "JUSQU'A " DELIMITED BY SIZE
009340                 CL-EDIT-B DELIMITED BY SIZE
009350                 ", ARCHIVEE JUSQU'A " DELIMITED BY SIZE
009360                 CL-EDIT-A DELIMITED BY SIZE
009370                 INTO CL-RPT-LIGNE
009380     END-EVALUATE.
009390     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
009400 2600-EXIT.
009410     EXIT.
009420*
009430*----------------------------------------------------------------*
009440* STATISTIQUES PAIRISTA : LES EXECUTIONS JUSQU'A LA FIN DE
009450* PERIODE SONT ARCHIVEES ET LEURS TOTAUX RETENUS POUR LE
009460* RAPPROCHEMENT.
009470*----------------------------------------------------------------*
009480 3000-ARCHIVER-STATISTIQUES.
009490     OPEN INPUT STATISTIQUES.
009500     IF NOT CL-STA-OK AND NOT CL-STA-ABSENT
009510         MOVE "STATISTIQUES (OUVERTURE)" TO CL-MSG-ERREUR
009520         MOVE CL-STA-STATUT TO CL-STATUT-ERREUR-FICHIER
009530         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009540     END-IF.
009550     OPEN OUTPUT STATS-ARC.
009560     IF NOT CL-ARC-OK
009570         MOVE "STATS-ARC (OUVERTURE)" TO CL-MSG-ERREUR
009580         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
009590         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009600     END-IF.
009610     OPEN OUTPUT STATS-NOUV.
009620     IF NOT CL-NOUV-OK
009630         MOVE "STATS-NOUV (OUVERTURE)" TO CL-MSG-ERREUR
009640         MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
009650         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009660     END-IF.
009670     MOVE "N" TO CL-EOF-SW.
009680     PERFORM 3050-ARCHIVER-UNE-STAT THRU 3050-EXIT
009690         UNTIL CL-EOF.
009700     CLOSE STATISTIQUES.
009710     CLOSE STATS-ARC.
009720     CLOSE STATS-NOUV.
009730 3000-EXIT.
009740     EXIT.
009750*
009760 3050-ARCHIVER-UNE-STAT.
009770     READ STATISTIQUES
009780         AT END
009790             MOVE "Y" TO CL-EOF-SW
009800             GO TO 3050-EXIT
009810     END-READ.
009820     ADD 1 TO CL-NB-STA-LUS.
009830     IF PIS-DATE > CL-DATE-FIN
009840         ADD 1 TO CL-NB-STA-VIV
009850         WRITE STAT-NOUV-REC FROM PAIR-IMPAIR-STA-REC
009860         IF NOT CL-NOUV-OK
009870             MOVE "STATS-NOUV (ECRITURE)" TO CL-MSG-ERREUR
009880             MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
009890             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009900         END-IF
009910         GO TO 3050-EXIT
009920     END-IF.
009930     ADD 1 TO CL-NB-STA-ARC.
009940     WRITE STAT-ARC-REC FROM PAIR-IMPAIR-STA-REC.
009950     IF NOT CL-ARC-OK
009960         MOVE "STATS-ARC (ECRITURE)" TO CL-MSG-ERREUR
009970         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
009980         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009990     END-IF.
010000     MOVE PIS-NO-EXECUTION TO CL-EXEC-CHERCHEE.
010010     PERFORM 7000-CHERCHER-EXECUTION THRU 7000-EXIT.
010020     MOVE "Y" TO CL-EXE-STA-SW(CL-EXEC-TROUVE).
010030     MOVE PIS-DATE TO CL-EXE-DATE(CL-EXEC-TROUVE).
010040     MOVE PIS-NB-VALIDES TO CL-EXE-STA-VALIDES(CL-EXEC-TROUVE).
010050     MOVE PIS-NB-REJETES TO CL-EXE-STA-REJETES(CL-EXEC-TROUVE).
010060     IF PIS-TOT-VALEUR IS NUMERIC
010070         MOVE "Y" TO CL-EXE-STA-VAL-SW(CL-EXEC-TROUVE)
010080         MOVE PIS-TOT-VALEUR
010090             TO CL-EXE-STA-VALEUR(CL-EXEC-TROUVE)
010100     END-IF.
010110     IF PIS-TOT-HASH IS NUMERIC
010120         MOVE "Y" TO CL-EXE-STA-HASH-SW(CL-EXEC-TROUVE)
010130         MOVE PIS-TOT-HASH TO CL-EXE-STA-HASH(CL-EXEC-TROUVE)
010140     END-IF.
010150 3050-EXIT.
010160     EXIT.
010170*
010180*----------------------------------------------------------------*
010190* RESULTATS PAIRIOUT : CEUX DE LA PERIODE SONT ARCHIVES ET
010200* CUMULES PAR SERVICE ET PAR EXECUTION (NOMBRE, VALEUR, HASH
010210* CALCULE COMME PAR PAIR-IMPAIR), LES AUTRES RESTENT VIVANTS.
010220*----------------------------------------------------------------*
010230 3200-ARCHIVER-RESULTATS.
010240     OPEN INPUT PAIR-IMPAIR-OUT.
010250     IF NOT CL-OUT-OK AND NOT CL-OUT-ABSENT
010260         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO CL-MSG-ERREUR
010270         MOVE CL-OUT-STATUT TO CL-STATUT-ERREUR-FICHIER
010280         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010290     END-IF.
010300     OPEN OUTPUT RESULTATS-ARC.
010310     IF NOT CL-ARC-OK
010320         MOVE "RESULTATS-ARC (OUVERTURE)" TO CL-MSG-ERREUR
010330         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
010340         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010350     END-IF.
010360     OPEN OUTPUT RESULTATS-NOUV.
010370     IF NOT CL-NOUV-OK
010380         MOVE "RESULTATS-NOUV (OUVERTURE)" TO CL-MSG-ERREUR
010390         MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
010400         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010410     END-IF.
010420     MOVE "N" TO CL-EOF-SW.
010430     PERFORM 3250-ARCHIVER-UN-RESULTAT THRU 3250-EXIT
010440         UNTIL CL-EOF.
010450     CLOSE PAIR-IMPAIR-OUT.
010460     CLOSE RESULTATS-ARC.
010470     CLOSE RESULTATS-NOUV.
010480 3200-EXIT.
010490     EXIT.
010500*
010510 3250-ARCHIVER-UN-RESULTAT.
010520     READ PAIR-IMPAIR-OUT
010530         AT END
010540             MOVE "Y" TO CL-EOF-SW
010550             GO TO 3250-EXIT
010560     END-READ.
010570     ADD 1 TO CL-NB-OUT-LUS.
010580     IF PIR-DATE-TRAITEMENT > CL-DATE-FIN
010590         ADD 1 TO CL-NB-OUT-VIV
010600         WRITE RESULTAT-NOUV-REC FROM PAIR-IMPAIR-REC
010610         IF NOT CL-NOUV-OK
010620             MOVE "RESULTATS-NOUV (ECRITURE)" TO CL-MSG-ERREUR
010630             MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
010640             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010650         END-IF
010660         GO TO 3250-EXIT
010670     END-IF.
010680     ADD 1 TO CL-NB-OUT-ARC.
010690     WRITE RESULTAT-ARC-REC FROM PAIR-IMPAIR-REC.
010700     IF NOT CL-ARC-OK
010710         MOVE "RESULTATS-ARC (ECRITURE)" TO CL-MSG-ERREUR
010720         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
010730         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010740     END-IF.
010750     IF PIR-VALEUR IS NUMERIC
010760         MOVE PIR-VALEUR TO CL-VAL-RELUE
010770     ELSE
010780         MOVE PIR-NOMBRE TO CL-VAL-RELUE
010790     END-IF.
010800     MOVE PIR-SOURCE TO CL-SRC-CHERCHEE.
010810     PERFORM 7100-CHERCHER-SOURCE THRU 7100-EXIT.
010820     ADD 1 TO CL-SRC-NB-RES(CL-SRC-TROUVE).
010830     IF PIR-RESTE = 0
010840         ADD 1 TO CL-SRC-NB-PAIRS(CL-SRC-TROUVE)
010850     ELSE
010860         ADD 1 TO CL-SRC-NB-IMPAIRS(CL-SRC-TROUVE)
010870     END-IF.
010880     ADD CL-VAL-RELUE TO CL-SRC-TOT-VALEUR(CL-SRC-TROUVE).
010890     COMPUTE CL-SRC-TOT-HASH(CL-SRC-TROUVE) =
010900         FUNCTION MOD(CL-SRC-TOT-HASH(CL-SRC-TROUVE)
010910             + FUNCTION INTEGER-PART(FUNCTION ABS(
010920               CL-VAL-RELUE)), 10000000000000).
010930     IF PIR-NO-EXECUTION IS NUMERIC
010940         MOVE PIR-NO-EXECUTION TO CL-EXEC-CHERCHEE
010950     ELSE
010960         MOVE 0 TO CL-EXEC-CHERCHEE
010970     END-IF.
010980     PERFORM 7000-CHERCHER-EXECUTION THRU 7000-EXIT.
010990     ADD 1 TO CL-EXE-NB-RES(CL-EXEC-TROUVE).
011000     ADD CL-VAL-RELUE TO CL-EXE-TOT-VALEUR(CL-EXEC-TROUVE).
011010     COMPUTE CL-EXE-TOT-HASH(CL-EXEC-TROUVE) =
011020         FUNCTION MOD(CL-EXE-TOT-HASH(CL-EXEC-TROUVE)
011030             + FUNCTION INTEGER-PART(FUNCTION ABS(
011040               CL-VAL-RELUE)), 10000000000000).
011050 3250-EXIT.
011060     EXIT.
011070*
011080*----------------------------------------------------------------*
011090* REJETS PAIRIREJ : LES REJETS DE LA PERIODE RECYCLES OU
011100* ABANDONNES SONT ARCHIVES ; CEUX ENCORE EN SUSPENS (BLANC OU R)
011110* RESTENT VIVANTS ET SONT COMPTES COMME REPORTES. TOUS COMPTENT
011120* POUR LE RAPPROCHEMENT DE LEUR EXECUTION.
011130*----------------------------------------------------------------*
011140 3400-ARCHIVER-REJETS.
011150     OPEN INPUT PAIR-IMPAIR-REJ.
011160     IF NOT CL-REJ-OK AND NOT CL-REJ-ABSENT
011170         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO CL-MSG-ERREUR
011180         MOVE CL-REJ-STATUT TO CL-STATUT-ERREUR-FICHIER
011190         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011200     END-IF.
011210     OPEN OUTPUT REJETS-ARC.
011220     IF NOT CL-ARC-OK
011230         MOVE "REJETS-ARC (OUVERTURE)" TO CL-MSG-ERREUR
011240         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
011250         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011260     END-IF.
011270     OPEN OUTPUT REJETS-NOUV.
011280     IF NOT CL-NOUV-OK
011290         MOVE "REJETS-NOUV (OUVERTURE)" TO CL-MSG-ERREUR
011300         MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
011310         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011320     END-IF.
011330     MOVE "N" TO CL-EOF-SW.
011340     PERFORM 3450-ARCHIVER-UN-REJET THRU 3450-EXIT
011350         UNTIL CL-EOF.
011360     CLOSE PAIR-IMPAIR-REJ.
011370     CLOSE REJETS-ARC.
011380     CLOSE REJETS-NOUV.
011390 3400-EXIT.
011400     EXIT.
011410*
011420 3450-ARCHIVER-UN-REJET.
011430     READ PAIR-IMPAIR-REJ
011440         AT END
011450             MOVE "Y" TO CL-EOF-SW
011460             GO TO 3450-EXIT
011470     END-READ.
011480     ADD 1 TO CL-NB-REJ-LUS.
011490     IF PIJ-DATE-TRAITEMENT > CL-DATE-FIN
011500         ADD 1 TO CL-NB-REJ-VIV
011510         PERFORM 3490-ECRIRE-REJET-VIVANT THRU 3490-EXIT
011520         GO TO 3450-EXIT
011530     END-IF.
011540     MOVE PIJ-SOURCE TO CL-SRC-CHERCHEE.
011550     PERFORM 7100-CHERCHER-SOURCE THRU 7100-EXIT.
011560     IF PIJ-NO-EXECUTION IS NUMERIC
011570         MOVE PIJ-NO-EXECUTION TO CL-EXEC-CHERCHEE
011580     ELSE
011590         MOVE 0 TO CL-EXEC-CHERCHEE
011600     END-IF.
011610     PERFORM 7000-CHERCHER-EXECUTION THRU 7000-EXIT.
011620     ADD 1 TO CL-EXE-NB-REJ(CL-EXEC-TROUVE).
011630     IF PIJ-REC-EN-ATTENTE OR PIJ-REC-RE-REJETE
011640         ADD 1 TO CL-NB-REJ-REPORTES
011650         ADD 1 TO CL-NB-REJ-VIV
011660         ADD 1 TO CL-SRC-NB-REP(CL-SRC-TROUVE)
011670         PERFORM 3490-ECRIRE-REJET-VIVANT THRU 3490-EXIT
011680         GO TO 3450-EXIT
011690     END-IF.
011700     ADD 1 TO CL-NB-REJ-ARC.
011710     ADD 1 TO CL-SRC-NB-REJ(CL-SRC-TROUVE).
011720     WRITE REJET-ARC-REC FROM PAIR-IMPAIR-REJ-REC.
011730     IF NOT CL-ARC-OK
011740         MOVE "REJETS-ARC (ECRITURE)" TO CL-MSG-ERREUR
011750         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
011760         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011770     END-IF.
011780 3450-EXIT.
011790     EXIT.
011800*
011810 3490-ECRIRE-REJET-VIVANT.
011820     WRITE REJET-NOUV-REC FROM PAIR-IMPAIR-REJ-REC.
011830     IF NOT CL-NOUV-OK
011840         MOVE "REJETS-NOUV (ECRITURE)" TO CL-MSG-ERREUR
011850         MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
011860         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011870     END-IF.
011880 3490-EXIT.
011890     EXIT.
011900*
011910*----------------------------------------------------------------*
011920* PISTE D'AUDIT : LES TRACES AVANT LE RANG DE COUPURE SONT
011930* ARCHIVEES, LES AUTRES RESTENT VIVANTES, DANS L'ORDRE.
011940*----------------------------------------------------------------*
011950 3600-ARCHIVER-AUDIT.
011960     OPEN INPUT AUDIT-FILE.
011970     IF NOT CL-AUD-OK AND NOT CL-AUD-ABSENT
011980         MOVE "AUDIT-FILE (OUVERTURE)" TO CL-MSG-ERREUR
011990         MOVE CL-AUD-STATUT TO CL-STATUT-ERREUR-FICHIER
012000         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012010     END-IF.
012020     OPEN OUTPUT AUDIT-ARC.
012030     IF NOT CL-ARC-OK
012040         MOVE "AUDIT-ARC (OUVERTURE)" TO CL-MSG-ERREUR
012050         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
012060         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012070     END-IF.
012080     OPEN OUTPUT AUDIT-NOUV.
012090     IF NOT CL-NOUV-OK
012100         MOVE "AUDIT-NOUV (OUVERTURE)" TO CL-MSG-ERREUR
012110         MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
012120         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012130     END-IF.
012140     MOVE "N" TO CL-EOF-SW.
012150     PERFORM 3650-ARCHIVER-UNE-TRACE THRU 3650-EXIT
012160         UNTIL CL-EOF.
012170     CLOSE AUDIT-FILE.
012180     CLOSE AUDIT-ARC.
012190     CLOSE AUDIT-NOUV.
012200 3600-EXIT.
012210     EXIT.
012220*
012230 3650-ARCHIVER-UNE-TRACE.
012240     READ AUDIT-FILE
012250         AT END
012260             MOVE "Y" TO CL-EOF-SW
012270             GO TO 3650-EXIT
012280     END-READ.
012290     ADD 1 TO CL-NB-AUD-LUS.
012300     IF CL-NB-AUD-LUS >= CL-AUD-COUPURE
012310         ADD 1 TO CL-NB-AUD-VIV
012320         WRITE AUDIT-NOUV-REC FROM PAIR-IMPAIR-AUD-REC
012330         IF NOT CL-NOUV-OK
012340             MOVE "AUDIT-NOUV (ECRITURE)" TO CL-MSG-ERREUR
012350             MOVE CL-NOUV-STATUT TO CL-STATUT-ERREUR-FICHIER
012360             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012370         END-IF
012380         GO TO 3650-EXIT
012390     END-IF.
012400     ADD 1 TO CL-NB-AUD-ARC.
012410     WRITE AUDIT-ARC-REC FROM PAIR-IMPAIR-AUD-REC.
012420     IF NOT CL-ARC-OK
012430         MOVE "AUDIT-ARC (ECRITURE)" TO CL-MSG-ERREUR
012440         MOVE CL-ARC-STATUT TO CL-STATUT-ERREUR-FICHIER
012450         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012460     END-IF.
012470 3650-EXIT.
012480     EXIT.
012490*
012500*----------------------------------------------------------------*
012510* RAPPROCHEMENT DE CHAQUE EXECUTION DE PAIRISTA AVEC SES
012520* RESULTATS ET REJETS : VALIDES, REJETES, TOTAL EN VALEUR ET
012530* HASH (LES DEUX DERNIERS S'ILS SONT CONNUS DANS PAIRISTA). UNE
012540* EXECUTION SANS AUCUN ENREGISTREMENT A ETE ANNULEE (PROGRAMME
012550* ANNULATION, QUI NE TOUCHE PAS PAIRISTA) ET N'EST PAS EN ECART.
012560*----------------------------------------------------------------*
012570 4000-RAPPROCHER-PAIRISTA.
012580     PERFORM 4100-RAPPROCHER-UNE-EXECUTION THRU 4100-EXIT
012590         VARYING CL-EXEC-IDX FROM 1 BY 1
012600         UNTIL CL-EXEC-IDX > CL-NB-EXECS.
012610     PERFORM 4300-CUMULER-UNE-SOURCE THRU 4300-EXIT
012620         VARYING CL-SRC-IDX FROM 1 BY 1
012630         UNTIL CL-SRC-IDX > CL-NB-SOURCES.
012640     IF CL-NB-EXE-ECART > 0
012650         MOVE "Y" TO CL-ECART-SW
012660     END-IF.
012670 4000-EXIT.
012680     EXIT.
012690*
012700 4100-RAPPROCHER-UNE-EXECUTION.
012710     IF NOT CL-EXE-DANS-PAIRISTA(CL-EXEC-IDX)
012720         ADD 1 TO CL-NB-EXE-HORS
012730         ADD CL-EXE-NB-RES(CL-EXEC-IDX) TO CL-HORS-NB-RES
012740         ADD CL-EXE-NB-REJ(CL-EXEC-IDX) TO CL-HORS-NB-REJ
012750         ADD CL-EXE-TOT-VALEUR(CL-EXEC-IDX) TO CL-HORS-VALEUR
012760         GO TO 4100-EXIT
012770     END-IF.
012780     ADD CL-EXE-STA-VALIDES(CL-EXEC-IDX) TO CL-STA-TOT-VALIDES.
012790     ADD CL-EXE-STA-REJETES(CL-EXEC-IDX) TO CL-STA-TOT-REJETES.
012800     ADD CL-EXE-NB-RES(CL-EXEC-IDX) TO CL-STA-TOT-RES.
012810     ADD CL-EXE-NB-REJ(CL-EXEC-IDX) TO CL-STA-TOT-REJ.
012820     PERFORM 4200-QUALIFIER-EXECUTION THRU 4200-EXIT.
012830     EVALUATE CL-LIB-RAPPROCHEMENT
012840         WHEN "ANNULEE"
012850             ADD 1 TO CL-NB-EXE-ANNULEES
012860         WHEN "ECART"
012870             ADD 1 TO CL-NB-EXE-ECART
012880         WHEN OTHER
012890             ADD 1 TO CL-NB-EXE-CONCORDE
012900     END-EVALUATE.
012910 4100-EXIT.
012920     EXIT.
012930*
012940 4200-QUALIFIER-EXECUTION.
012950     IF CL-EXE-NB-RES(CL-EXEC-IDX) = 0
012960         AND CL-EXE-NB-REJ(CL-EXEC-IDX) = 0
012970         AND CL-EXE-STA-VALIDES(CL-EXEC-IDX)
012980             + CL-EXE-STA-REJETES(CL-EXEC-IDX) > 0
012990         MOVE "ANNULEE" TO CL-LIB-RAPPROCHEMENT
013000         GO TO 4200-EXIT
013010     END-IF.
013020     MOVE "CONCORDE" TO CL-LIB-RAPPROCHEMENT.
013030     IF CL-EXE-NB-RES(CL-EXEC-IDX)
013040             NOT = CL-EXE-STA-VALIDES(CL-EXEC-IDX)
013050         OR CL-EXE-NB-REJ(CL-EXEC-IDX)
013060             NOT = CL-EXE-STA-REJETES(CL-EXEC-IDX)
013070         MOVE "ECART" TO CL-LIB-RAPPROCHEMENT
013080     END-IF.
013090     IF CL-EXE-STA-VAL-CONNUE(CL-EXEC-IDX)
013100         AND CL-EXE-TOT-VALEUR(CL-EXEC-IDX)
013110             NOT = CL-EXE-STA-VALEUR(CL-EXEC-IDX)
013120         MOVE "ECART" TO CL-LIB-RAPPROCHEMENT
013130     END-IF.
013140     IF CL-EXE-STA-HASH-CONNU(CL-EXEC-IDX)
013150         AND CL-EXE-TOT-HASH(CL-EXEC-IDX)
013160             NOT = CL-EXE-STA-HASH(CL-EXEC-IDX)
013170         MOVE "ECART" TO CL-LIB-RAPPROCHEMENT
013180     END-IF.
013190 4200-EXIT.
013200     EXIT.
013210*
013220 4300-CUMULER-UNE-SOURCE.
013230     ADD CL-SRC-NB-RES(CL-SRC-IDX) TO CL-TOT-NB-RES.
013240     ADD CL-SRC-NB-PAIRS(CL-SRC-IDX) TO CL-TOT-NB-PAIRS.
013250     ADD CL-SRC-NB-IMPAIRS(CL-SRC-IDX) TO CL-TOT-NB-IMPAIRS.
013260     ADD CL-SRC-TOT-VALEUR(CL-SRC-IDX) TO CL-TOT-VALEUR.
013270     COMPUTE CL-TOT-HASH =
013280         FUNCTION MOD(CL-TOT-HASH + CL-SRC-TOT-HASH(CL-SRC-IDX),
013290             10000000000000).
013300 4300-EXIT.
013310     EXIT.
013320*
013330*----------------------------------------------------------------*
013340* REGISTRE PAIRICLO : UN RECAPITULATIF PAR SERVICE PUIS LE TOTAL
013350* DE LA PERIODE, QUI LA DECLARE CLOSE.
013360*----------------------------------------------------------------*
013370 5000-ECRIRE-REGISTRE.
013380     OPEN EXTEND REGISTRE-FILE.
013390     IF NOT CL-CLO-OK AND NOT CL-CLO-ABSENT
013400         MOVE "REGISTRE-FILE (OUVERTURE)" TO CL-MSG-ERREUR
013410         MOVE CL-CLO-STATUT TO CL-STATUT-ERREUR-FICHIER
013420         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013430     END-IF.
013440     PERFORM 5100-ECRIRE-UNE-SOURCE THRU 5100-EXIT
013450         VARYING CL-SRC-IDX FROM 1 BY 1
013460         UNTIL CL-SRC-IDX > CL-NB-SOURCES.
013470     MOVE SPACES TO PAIR-IMPAIR-CLO-REC.
013480     MOVE CL-PERIODE-NUM TO PIP-PERIODE.
013490     MOVE "T" TO PIP-TYPE.
013500     MOVE CL-DATE-FIN TO PIP-DATE-FIN.
013510     MOVE CL-DATE-JOUR TO PIP-DATE-CLOTURE.
013520     MOVE CL-TOT-NB-RES TO PIP-NB-RESULTATS.
013530     MOVE CL-TOT-NB-PAIRS TO PIP-NB-PAIRS.
013540     MOVE CL-TOT-NB-IMPAIRS TO PIP-NB-IMPAIRS.
013550     MOVE CL-TOT-VALEUR TO PIP-TOT-VALEUR.
013560     MOVE CL-TOT-HASH TO PIP-TOT-HASH.
013570     MOVE CL-NB-REJ-ARC TO PIP-NB-REJETS.
013580     MOVE CL-NB-REJ-REPORTES TO PIP-NB-REJ-REPORTES.
013590     MOVE CL-NB-AUD-ARC TO PIP-NB-TRACES.
013600     MOVE CL-AUD-PREMIERE-SEQ TO PIP-PREMIERE-SEQ.
013610     MOVE CL-AUD-DERNIERE-SEQ TO PIP-DERNIERE-SEQ.
013620     MOVE CL-NB-STA-ARC TO PIP-NB-STATS.
013630     PERFORM 5900-ECRIRE-REGISTRE THRU 5900-EXIT.
013640     CLOSE REGISTRE-FILE.
013650 5000-EXIT.
013660     EXIT.
013670*
013680 5100-ECRIRE-UNE-SOURCE.
013690     MOVE SPACES TO PAIR-IMPAIR-CLO-REC.
013700     MOVE CL-PERIODE-NUM TO PIP-PERIODE.
013710     MOVE "S" TO PIP-TYPE.
013720     MOVE CL-SRC-CODE(CL-SRC-IDX) TO PIP-SOURCE.
013730     MOVE CL-DATE-FIN TO PIP-DATE-FIN.
013740     MOVE CL-DATE-JOUR TO PIP-DATE-CLOTURE.
013750     MOVE CL-SRC-NB-RES(CL-SRC-IDX) TO PIP-NB-RESULTATS.
013760     MOVE CL-SRC-NB-PAIRS(CL-SRC-IDX) TO PIP-NB-PAIRS.
013770     MOVE CL-SRC-NB-IMPAIRS(CL-SRC-IDX) TO PIP-NB-IMPAIRS.
013780     MOVE CL-SRC-TOT-VALEUR(CL-SRC-IDX) TO PIP-TOT-VALEUR.
013790     MOVE CL-SRC-TOT-HASH(CL-SRC-IDX) TO PIP-TOT-HASH.
013800     MOVE CL-SRC-NB-REJ(CL-SRC-IDX) TO PIP-NB-REJETS.
013810     MOVE CL-SRC-NB-REP(CL-SRC-IDX) TO PIP-NB-REJ-REPORTES.
013820     MOVE 0 TO PIP-NB-TRACES PIP-PREMIERE-SEQ PIP-DERNIERE-SEQ
013830         PIP-NB-STATS.
013840     PERFORM 5900-ECRIRE-REGISTRE THRU 5900-EXIT.
013850 5100-EXIT.
013860     EXIT.
013870*
013880 5900-ECRIRE-REGISTRE.
013890     WRITE PAIR-IMPAIR-CLO-REC.
013900     IF NOT CL-CLO-OK
013910         MOVE "REGISTRE-FILE (ECRITURE)" TO CL-MSG-ERREUR
013920         MOVE CL-CLO-STATUT TO CL-STATUT-ERREUR-FICHIER
013930         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013940     END-IF.
013950 5900-EXIT.
013960     EXIT.
013970*
013980*----------------------------------------------------------------*
013990* SCEAU DE CLOTURE (TYPE C) AJOUTE A PAIRISCE : LA PISTE VIVANTE
014000* SE RATTACHE A SA DERNIERE SEQUENCE ET A SA VALEUR. RIEN A
014010* SCELLER SI AUCUNE TRACE CHAINEE N'EST ARCHIVEE.
014020*----------------------------------------------------------------*
014030 5500-ECRIRE-SCEAU.
014040     IF CL-AUD-DERNIERE-SEQ = 0
014050         GO TO 5500-EXIT
014060     END-IF.
014070     OPEN EXTEND SCEAUX-FILE.
014080     IF NOT CL-SCE-OK AND NOT CL-SCE-ABSENT
014090         MOVE "SCEAUX-FILE (OUVERTURE)" TO CL-MSG-ERREUR
014100         MOVE CL-SCE-STATUT TO CL-STATUT-ERREUR-FICHIER
014110         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
014120     END-IF.
014130     MOVE SPACES TO PAIR-IMPAIR-SCE-REC.
014140     MOVE CL-DATE-JOUR TO PIE-DATE.
014150     MOVE CL-HEURE TO PIE-HEURE.
014160     MOVE "C" TO PIE-TYPE.
014170     MOVE "O" TO PIE-RESULTAT.
014180     MOVE CL-NB-AUD-ARC TO PIE-NB-TRACES.
014190     MOVE 0 TO PIE-NB-ANTERIEURES.
014200     MOVE CL-AUD-PREMIERE-SEQ TO PIE-PREMIERE-SEQ.
014210     MOVE CL-AUD-DERNIERE-SEQ TO PIE-DERNIERE-SEQ.
014220     MOVE CL-AUD-DERNIER-CHAINAGE TO PIE-DERNIER-CHAINAGE.
014230     MOVE 0 TO PIE-NB-RUPTURES PIE-NB-TROUS PIE-PREMIERE-RUPTURE.
014240     MOVE CL-PERIODE TO PIE-PERIODE.
014250     WRITE PAIR-IMPAIR-SCE-REC.
014260     IF NOT CL-SCE-OK
014270         MOVE "SCEAUX-FILE (ECRITURE)" TO CL-MSG-ERREUR
014280         MOVE CL-SCE-STATUT TO CL-STATUT-ERREUR-FICHIER
014290         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
014300     END-IF.
014310     CLOSE SCEAUX-FILE.
014320 5500-EXIT.
014330     EXIT.
014340*
014350*----------------------------------------------------------------*
014360* RECHERCHE (OU CREATION) DE L'EXECUTION CL-EXEC-CHERCHEE DANS LA
014370* TABLE. LES ENREGISTREMENTS D'UNE EXECUTION SE SUIVENT : LA
014380* DERNIERE TROUVEE EST ESSAYEE D'ABORD.
014390*----------------------------------------------------------------*
014400 7000-CHERCHER-EXECUTION.
014410     IF CL-EXEC-DERNIER > 0
014420         IF CL-EXE-NUMERO(CL-EXEC-DERNIER) = CL-EXEC-CHERCHEE
014430             MOVE CL-EXEC-DERNIER TO CL-EXEC-TROUVE
014440             GO TO 7000-EXIT
014450         END-IF
014460     END-IF.
014470     MOVE 0 TO CL-EXEC-TROUVE.
014480     PERFORM 7050-COMPARER-EXECUTION THRU 7050-EXIT
014490         VARYING CL-EXEC-IDX FROM 1 BY 1
014500         UNTIL CL-EXEC-IDX > CL-NB-EXECS OR CL-EXEC-TROUVE > 0.
014510     IF CL-EXEC-TROUVE = 0
014520         IF CL-NB-EXECS >= 1000
014530             DISPLAY "TABLE DES EXECUTIONS SATUREE (1000)"
014540             MOVE 16 TO RETURN-CODE
014550             STOP RUN
014560         END-IF
014570         ADD 1 TO CL-NB-EXECS
014580         MOVE CL-NB-EXECS TO CL-EXEC-TROUVE
014590         MOVE CL-EXEC-CHERCHEE TO CL-EXE-NUMERO(CL-EXEC-TROUVE)
014600         MOVE "N" TO CL-EXE-STA-SW(CL-EXEC-TROUVE)
014610             CL-EXE-STA-VAL-SW(CL-EXEC-TROUVE)
014620             CL-EXE-STA-HASH-SW(CL-EXEC-TROUVE)
014630         MOVE 0 TO CL-EXE-DATE(CL-EXEC-TROUVE)
014640             CL-EXE-STA-VALIDES(CL-EXEC-TROUVE)
014650             CL-EXE-STA-REJETES(CL-EXEC-TROUVE)
014660             CL-EXE-STA-VALEUR(CL-EXEC-TROUVE)
014670             CL-EXE-STA-HASH(CL-EXEC-TROUVE)
014680             CL-EXE-NB-RES(CL-EXEC-TROUVE)
014690             CL-EXE-TOT-VALEUR(CL-EXEC-TROUVE)
014700             CL-EXE-TOT-HASH(CL-EXEC-TROUVE)
014710             CL-EXE-NB-REJ(CL-EXEC-TROUVE)
014720     END-IF.
014730     MOVE CL-EXEC-TROUVE TO CL-EXEC-DERNIER.
014740 7000-EXIT.
014750     EXIT.
014760*
014770 7050-COMPARER-EXECUTION.
014780     IF CL-EXE-NUMERO(CL-EXEC-IDX) = CL-EXEC-CHERCHEE
014790         MOVE CL-EXEC-IDX TO CL-EXEC-TROUVE
014800     END-IF.
014810 7050-EXIT.
014820     EXIT.
014830*
014840*----------------------------------------------------------------*
014850* RECHERCHE (OU CREATION) DU SERVICE CL-SRC-CHERCHEE.
014860*----------------------------------------------------------------*
014870 7100-CHERCHER-SOURCE.
014880     MOVE 0 TO CL-SRC-TROUVE.
014890     PERFORM 7150-COMPARER-SOURCE THRU 7150-EXIT
014900         VARYING CL-SRC-IDX FROM 1 BY 1
014910         UNTIL CL-SRC-IDX > CL-NB-SOURCES OR CL-SRC-TROUVE > 0.
014920     IF CL-SRC-TROUVE = 0
014930         IF CL-NB-SOURCES >= 200
014940             DISPLAY "TABLE DES SERVICES SATUREE (200)"
014950             MOVE 16 TO RETURN-CODE
014960             STOP RUN
014970         END-IF
014980         ADD 1 TO CL-NB-SOURCES
014990         MOVE CL-NB-SOURCES TO CL-SRC-TROUVE
015000         MOVE CL-SRC-CHERCHEE TO CL-SRC-CODE(CL-SRC-TROUVE)
015010         MOVE 0 TO CL-SRC-NB-RES(CL-SRC-TROUVE)
015020             CL-SRC-NB-PAIRS(CL-SRC-TROUVE)
015030             CL-SRC-NB-IMPAIRS(CL-SRC-TROUVE)
015040             CL-SRC-TOT-VALEUR(CL-SRC-TROUVE)
015050             CL-SRC-TOT-HASH(CL-SRC-TROUVE)
015060             CL-SRC-NB-REJ(CL-SRC-TROUVE)
015070             CL-SRC-NB-REP(CL-SRC-TROUVE)
015080     END-IF.
015090 7100-EXIT.
015100     EXIT.
015110*
015120 7150-COMPARER-SOURCE.
015130     IF CL-SRC-CODE(CL-SRC-IDX) = CL-SRC-CHERCHEE
015140         MOVE CL-SRC-IDX TO CL-SRC-TROUVE
015150     END-IF.
015160 7150-EXIT.
015170     EXIT.
015180*
015190*----------------------------------------------------------------*
015200* CERTIFICAT : GENERATIONS, RECAPITULATIF PAR SERVICE,
015210* RAPPROCHEMENT AVEC PAIRISTA, PISTE D'AUDIT ET CONCLUSION.
015220*----------------------------------------------------------------*
015230 8000-IMPRIMER-CERTIFICAT.
015240     PERFORM 8100-IMPRIMER-GENERATIONS THRU 8100-EXIT.
015250     PERFORM 8200-IMPRIMER-SOURCES THRU 8200-EXIT.
015260     PERFORM 8300-IMPRIMER-RAPPROCHEMENT THRU 8300-EXIT.
015270     PERFORM 8400-IMPRIMER-AUDIT THRU 8400-EXIT.
015280     MOVE SPACES TO CL-RPT-LIGNE.
015290     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
015300     IF CL-EN-ECART
015310         STRING "CONCLUSION : CLOTURE NON CERTIFIEE - ECARTS "
015320             DELIMITED BY SIZE
015330             "AVEC PAIRISTA, PERIODE NON ENREGISTREE"
015340             DELIMITED BY SIZE
015350             INTO CL-RPT-LIGNE
015360         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
015370         MOVE SPACES TO CL-RPT-LIGNE
015380         STRING "             LES GENERATIONS PRODUITES NE "
015390             DELIMITED BY SIZE
015400             "DOIVENT PAS ETRE INSTALLEES" DELIMITED BY SIZE
015410             INTO CL-RPT-LIGNE
015420         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
015430     ELSE
015440         STRING "CONCLUSION : CLOTURE CERTIFIEE - PERIODE "
015450             DELIMITED BY SIZE
015460             "ENREGISTREE AU REGISTRE PAIRICLO" DELIMITED BY SIZE
015470             INTO CL-RPT-LIGNE
015480         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
015490         MOVE SPACES TO CL-RPT-LIGNE
015500         STRING "             A INSTALLER : " DELIMITED BY SIZE
015510             "PAIRIOTC -> PAIRIOUT, " DELIMITED BY SIZE
015520             "PAIRIRJC -> PAIRIREJ, PAIRIADC -> PAIRIAUD, "
015530             DELIMITED BY SIZE
015540             "PAIRISTC -> PAIRISTA" DELIMITED BY SIZE
015550             INTO CL-RPT-LIGNE
015560         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
015570     END-IF.
015580 8000-EXIT.
015590     EXIT.
015600*
015610 8100-IMPRIMER-GENERATIONS.
015620     MOVE "GENERATIONS (LUS / ARCHIVES / CONSERVES VIVANTS) :"
015630         TO CL-RPT-LIGNE.
015640     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
015650     MOVE CL-NB-OUT-LUS TO CL-EDIT-A.
015660     MOVE CL-NB-OUT-ARC TO CL-EDIT-B.
015670     MOVE CL-NB-OUT-VIV TO CL-EDIT-C.
015680     MOVE SPACES TO CL-RPT-LIGNE.
015690     STRING "  PAIRIOUT " DELIMITED BY SIZE
015700         CL-EDIT-A DELIMITED BY SIZE
015710         CL-EDIT-B DELIMITED BY SIZE
015720         " " DELIMITED BY SIZE
015730         CL-FIC-ARC-OUT DELIMITED BY SPACE
015740         CL-EDIT-C DELIMITED BY SIZE
015750         " PAIRIOTC" DELIMITED BY SIZE
015760         INTO CL-RPT-LIGNE.
015770     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
015780     MOVE CL-NB-REJ-LUS TO CL-EDIT-A.
015790     MOVE CL-NB-REJ-ARC TO CL-EDIT-B.
015800     MOVE CL-NB-REJ-VIV TO CL-EDIT-C.
015810     MOVE CL-NB-REJ-REPORTES TO CL-EDIT-D.
015820     MOVE SPACES TO CL-RPT-LIGNE.
015830     STRING "  PAIRIREJ " DELIMITED BY SIZE
015840         CL-EDIT-A DELIMITED BY SIZE
015850         CL-EDIT-B DELIMITED BY SIZE
015860         " " DELIMITED BY SIZE
015870         CL-FIC-ARC-REJ DELIMITED BY SPACE
015880         CL-EDIT-C DELIMITED BY SIZE
015890         " PAIRIRJC DONT EN SUSPENS REPORTES" DELIMITED BY SIZE
015900         CL-EDIT-D DELIMITED BY SIZE
015910         INTO CL-RPT-LIGNE.
015920     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
015930     MOVE CL-NB-AUD-LUS TO CL-EDIT-A.
015940     MOVE CL-NB-AUD-ARC TO CL-EDIT-B.
015950     MOVE CL-NB-AUD-VIV TO CL-EDIT-C.
015960     MOVE SPACES TO CL-RPT-LIGNE.
015970     STRING "  PAIRIAUD " DELIMITED BY SIZE
015980         CL-EDIT-A DELIMITED BY SIZE
015990         CL-EDIT-B DELIMITED BY SIZE
016000         " " DELIMITED BY SIZE
016010         CL-FIC-ARC-AUD DELIMITED BY SPACE
016020         CL-EDIT-C DELIMITED BY SIZE
016030         " PAIRIADC" DELIMITED BY SIZE
016040         INTO CL-RPT-LIGNE.
016050     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016060     MOVE CL-NB-STA-LUS TO CL-EDIT-A.
016070     MOVE CL-NB-STA-ARC TO CL-EDIT-B.
016080     MOVE CL-NB-STA-VIV TO CL-EDIT-C.
016090     MOVE SPACES TO CL-RPT-LIGNE.
016100     STRING "  PAIRISTA " DELIMITED BY SIZE
016110         CL-EDIT-A DELIMITED BY SIZE
016120         CL-EDIT-B DELIMITED BY SIZE
016130         " " DELIMITED BY SIZE
016140         CL-FIC-ARC-STA DELIMITED BY SPACE
016150         CL-EDIT-C DELIMITED BY SIZE
016160         " PAIRISTC" DELIMITED BY SIZE
016170         INTO CL-RPT-LIGNE.
016180     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016190     MOVE SPACES TO CL-RPT-LIGNE.
016200     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016210 8100-EXIT.
016220     EXIT.
016230*
016240 8200-IMPRIMER-SOURCES.
016250     MOVE SPACES TO CL-RPT-LIGNE.
016260     STRING "RECAPITULATIF ARCHIVE PAR SERVICE : SERVICE, "
016270         DELIMITED BY SIZE
016280         "RESULTATS, PAIRS, IMPAIRS, TOTAL EN VALEUR, HASH, "
016290         DELIMITED BY SIZE
016300         "REJETS ARCHIVES, REJETS REPORTES" DELIMITED BY SIZE
016310         INTO CL-RPT-LIGNE.
016320     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016330     PERFORM 8250-IMPRIMER-UNE-SOURCE THRU 8250-EXIT
016340         VARYING CL-SRC-IDX FROM 1 BY 1
016350         UNTIL CL-SRC-IDX > CL-NB-SOURCES.
016360     MOVE CL-TOT-NB-RES TO CL-EDIT-A.
016370     MOVE CL-TOT-NB-PAIRS TO CL-EDIT-B.
016380     MOVE CL-TOT-NB-IMPAIRS TO CL-EDIT-C.
016390     MOVE CL-TOT-VALEUR TO CL-EDIT-VALEUR.
016400     MOVE CL-TOT-HASH TO CL-EDIT-HASH.
016410     MOVE SPACES TO CL-RPT-LIGNE.
016420     STRING "  TOTAL" DELIMITED BY SIZE
016430         CL-EDIT-A DELIMITED BY SIZE
016440         CL-EDIT-B DELIMITED BY SIZE
016450         CL-EDIT-C DELIMITED BY SIZE
016460         " " DELIMITED BY SIZE
016470         CL-EDIT-VALEUR DELIMITED BY SIZE
016480         " " DELIMITED BY SIZE
016490         CL-EDIT-HASH DELIMITED BY SIZE
016500         INTO CL-RPT-LIGNE.
016510     MOVE CL-NB-REJ-ARC TO CL-EDIT-A.
016520     MOVE CL-NB-REJ-REPORTES TO CL-EDIT-B.
016530     MOVE CL-EDIT-A TO CL-RPT-LIGNE(80:9).
016540     MOVE CL-EDIT-B TO CL-RPT-LIGNE(89:9).
016550     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016560     MOVE SPACES TO CL-RPT-LIGNE.
016570     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016580 8200-EXIT.
016590     EXIT.
016600*
016610 8250-IMPRIMER-UNE-SOURCE.
016620     MOVE CL-SRC-NB-RES(CL-SRC-IDX) TO CL-EDIT-A.
016630     MOVE CL-SRC-NB-PAIRS(CL-SRC-IDX) TO CL-EDIT-B.
016640     MOVE CL-SRC-NB-IMPAIRS(CL-SRC-IDX) TO CL-EDIT-C.
016650     MOVE CL-SRC-TOT-VALEUR(CL-SRC-IDX) TO CL-EDIT-VALEUR.
016660     MOVE CL-SRC-TOT-HASH(CL-SRC-IDX) TO CL-EDIT-HASH.
016670     MOVE SPACES TO CL-RPT-LIGNE.
016680     STRING "  " DELIMITED BY SIZE
016690         CL-SRC-CODE(CL-SRC-IDX) DELIMITED BY SIZE
016700         " " DELIMITED BY SIZE
016710         CL-EDIT-A DELIMITED BY SIZE
016720         CL-EDIT-B DELIMITED BY SIZE
016730         CL-EDIT-C DELIMITED BY SIZE
016740         " " DELIMITED BY SIZE
016750         CL-EDIT-VALEUR DELIMITED BY SIZE
016760         " " DELIMITED BY SIZE
016770         CL-EDIT-HASH DELIMITED BY SIZE
016780         INTO CL-RPT-LIGNE.
016790     MOVE CL-SRC-NB-REJ(CL-SRC-IDX) TO CL-EDIT-A.
016800     MOVE CL-SRC-NB-REP(CL-SRC-IDX) TO CL-EDIT-B.
016810     MOVE CL-EDIT-A TO CL-RPT-LIGNE(80:9).
016820     MOVE CL-EDIT-B TO CL-RPT-LIGNE(89:9).
016830     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016840 8250-EXIT.
016850     EXIT.
016860*
016870 8300-IMPRIMER-RAPPROCHEMENT.
016880     MOVE SPACES TO CL-RPT-LIGNE.
016890     STRING "RAPPROCHEMENT AVEC PAIRISTA : EXECUTION, DATE, "
016900         DELIMITED BY SIZE
016910         "VALIDES PAIRISTA / ARCHIVES, REJETES PAIRISTA / "
016920         DELIMITED BY SIZE
016930         "ARCHIVES+REPORTES, RESULTAT" DELIMITED BY SIZE
016940         INTO CL-RPT-LIGNE.
016950     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
016960     PERFORM 8350-IMPRIMER-UNE-EXECUTION THRU 8350-EXIT
016970         VARYING CL-EXEC-IDX FROM 1 BY 1
016980         UNTIL CL-EXEC-IDX > CL-NB-EXECS.
016990     MOVE CL-STA-TOT-VALIDES TO CL-EDIT-A.
017000     MOVE CL-STA-TOT-RES TO CL-EDIT-B.
017010     MOVE CL-STA-TOT-REJETES TO CL-EDIT-C.
017020     MOVE CL-STA-TOT-REJ TO CL-EDIT-D.
017030     MOVE SPACES TO CL-RPT-LIGNE.
017040     STRING "  TOTAL PAIRISTA          " DELIMITED BY SIZE
017050         CL-EDIT-A DELIMITED BY SIZE
017060         " /" DELIMITED BY SIZE
017070         CL-EDIT-B DELIMITED BY SIZE
017080         " " DELIMITED BY SIZE
017090         CL-EDIT-C DELIMITED BY SIZE
017100         " /" DELIMITED BY SIZE
017110         CL-EDIT-D DELIMITED BY SIZE
017120         INTO CL-RPT-LIGNE.
017130     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017140     MOVE CL-NB-EXE-CONCORDE TO CL-EDIT-A.
017150     MOVE CL-NB-EXE-ANNULEES TO CL-EDIT-B.
017160     MOVE CL-NB-EXE-ECART TO CL-EDIT-C.
017170     MOVE SPACES TO CL-RPT-LIGNE.
017180     STRING "  EXECUTIONS CONCORDANTES " DELIMITED BY SIZE
017190         CL-EDIT-A DELIMITED BY SIZE
017200         " ANNULEES " DELIMITED BY SIZE
017210         CL-EDIT-B DELIMITED BY SIZE
017220         " EN ECART " DELIMITED BY SIZE
017230         CL-EDIT-C DELIMITED BY SIZE
017240         INTO CL-RPT-LIGNE.
017250     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017260     MOVE CL-NB-EXE-HORS TO CL-EDIT-A.
017270     MOVE CL-HORS-NB-RES TO CL-EDIT-B.
017280     MOVE CL-HORS-NB-REJ TO CL-EDIT-C.
017290     MOVE CL-HORS-VALEUR TO CL-EDIT-VALEUR.
017300     MOVE SPACES TO CL-RPT-LIGNE.
017310     STRING "  HORS PAIRISTA (RECYCLAGE, APPROBATION) : "
017320         DELIMITED BY SIZE
017330         "EXECUTIONS" DELIMITED BY SIZE
017340         CL-EDIT-A DELIMITED BY SIZE
017350         " RESULTATS" DELIMITED BY SIZE
017360         CL-EDIT-B DELIMITED BY SIZE
017370         " REJETS" DELIMITED BY SIZE
017380         CL-EDIT-C DELIMITED BY SIZE
017390         " VALEUR " DELIMITED BY SIZE
017400         CL-EDIT-VALEUR DELIMITED BY SIZE
017410         INTO CL-RPT-LIGNE.
017420     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017430     MOVE SPACES TO CL-RPT-LIGNE.
017440     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017450 8300-EXIT.
017460     EXIT.
017470*
017480 8350-IMPRIMER-UNE-EXECUTION.
017490     IF NOT CL-EXE-DANS-PAIRISTA(CL-EXEC-IDX)
017500         GO TO 8350-EXIT
017510     END-IF.
017520     PERFORM 4200-QUALIFIER-EXECUTION THRU 4200-EXIT.
017530     MOVE CL-EXE-NUMERO(CL-EXEC-IDX) TO CL-EDIT-EXEC.
017540     MOVE CL-EXE-STA-VALIDES(CL-EXEC-IDX) TO CL-EDIT-A.
017550     MOVE CL-EXE-NB-RES(CL-EXEC-IDX) TO CL-EDIT-B.
017560     MOVE CL-EXE-STA-REJETES(CL-EXEC-IDX) TO CL-EDIT-C.
017570     MOVE CL-EXE-NB-REJ(CL-EXEC-IDX) TO CL-EDIT-D.
017580     MOVE SPACES TO CL-RPT-LIGNE.
017590     STRING "  EXEC " DELIMITED BY SIZE
017600         CL-EDIT-EXEC DELIMITED BY SIZE
017610         " " DELIMITED BY SIZE
017620         CL-EXE-DATE(CL-EXEC-IDX) DELIMITED BY SIZE
017630         " " DELIMITED BY SIZE
017640         CL-EDIT-A DELIMITED BY SIZE
017650         " /" DELIMITED BY SIZE
017660         CL-EDIT-B DELIMITED BY SIZE
017670         " " DELIMITED BY SIZE
017680         CL-EDIT-C DELIMITED BY SIZE
017690         " /" DELIMITED BY SIZE
017700         CL-EDIT-D DELIMITED BY SIZE
017710         " " DELIMITED BY SIZE
017720         CL-LIB-RAPPROCHEMENT DELIMITED BY SIZE
017730         INTO CL-RPT-LIGNE.
017740     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017750     IF CL-LIB-RAPPROCHEMENT NOT = "ECART"
017760         GO TO 8350-EXIT
017770     END-IF.
017780     MOVE CL-EXE-STA-VALEUR(CL-EXEC-IDX) TO CL-EDIT-VALEUR.
017790     MOVE CL-EXE-TOT-VALEUR(CL-EXEC-IDX) TO CL-EDIT-VALEUR-B.
017800     MOVE SPACES TO CL-RPT-LIGNE.
017810     STRING "        VALEUR PAIRISTA " DELIMITED BY SIZE
017820         CL-EDIT-VALEUR DELIMITED BY SIZE
017830         " ARCHIVEE " DELIMITED BY SIZE
017840         CL-EDIT-VALEUR-B DELIMITED BY SIZE
017850         " HASH PAIRISTA " DELIMITED BY SIZE
017860         CL-EXE-STA-HASH(CL-EXEC-IDX) DELIMITED BY SIZE
017870         " ARCHIVE " DELIMITED BY SIZE
017880         CL-EXE-TOT-HASH(CL-EXEC-IDX) DELIMITED BY SIZE
017890         INTO CL-RPT-LIGNE.
017900     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
017910 8350-EXIT.
017920     EXIT.
017930*
017940 8400-IMPRIMER-AUDIT.
017950     MOVE CL-NB-AUD-ARC TO CL-EDIT-A.
017960     MOVE CL-AUD-PREMIERE-SEQ TO CL-EDIT-B.
017970     MOVE CL-AUD-DERNIERE-SEQ TO CL-EDIT-C.
017980     MOVE SPACES TO CL-RPT-LIGNE.
017990     STRING "PISTE D'AUDIT ARCHIVEE   : TRACES" DELIMITED BY SIZE
018000         CL-EDIT-A DELIMITED BY SIZE
018010         " SEQUENCES" DELIMITED BY SIZE
018020         CL-EDIT-B DELIMITED BY SIZE
018030         " A" DELIMITED BY SIZE
018040         CL-EDIT-C DELIMITED BY SIZE
018050         " DERNIERE VALEUR " DELIMITED BY SIZE
018060         CL-AUD-DERNIER-CHAINAGE DELIMITED BY SIZE
018070         INTO CL-RPT-LIGNE.
018080     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
018090     IF CL-AUD-NB-HORS-ORDRE > 0
018100         MOVE CL-AUD-NB-HORS-ORDRE TO CL-EDIT-A
018110         MOVE SPACES TO CL-RPT-LIGNE
018120         STRING "  TRACES DE LA PERIODE APRES LA COUPURE, "
018130             DELIMITED BY SIZE
018140             "LAISSEES " DELIMITED BY SIZE
018150             "VIVANTES :" DELIMITED BY SIZE
018160             CL-EDIT-A DELIMITED BY SIZE
018170             INTO CL-RPT-LIGNE
018180         PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT
018190     END-IF.
018200     MOVE SPACES TO CL-RPT-LIGNE.
018210     EVALUATE TRUE
018220         WHEN CL-AUD-DERNIERE-SEQ = 0
018230             MOVE "  SCEAU DE CLOTURE       : SANS OBJET"
018240                 TO CL-RPT-LIGNE
018250         WHEN CL-EN-ECART
018260             MOVE "  SCEAU DE CLOTURE       : NON ECRIT"
018270                 TO CL-RPT-LIGNE
018280         WHEN OTHER
018290             MOVE "  SCEAU DE CLOTURE       : ECRIT DANS PAIRISCE"
018300                 TO CL-RPT-LIGNE
018310     END-EVALUATE.
018320     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
018330 8400-EXIT.
018340     EXIT.
018350*
018360 8900-CONCLURE-REFUS.
018370     IF CL-PERIODE-DEJA-CLOSE
018380         STRING "CONCLUSION : CLOTURE REFUSEE - PERIODE DEJA "
018390             DELIMITED BY SIZE
018400             "CLOSE, AUCUN FICHIER MODIFIE" DELIMITED BY SIZE
018410             INTO CL-RPT-LIGNE
018420     ELSE
018430         STRING "CONCLUSION : CLOTURE REFUSEE - "
018440             DELIMITED BY SIZE
018450             "AUCUN FICHIER MODIFIE" DELIMITED BY SIZE
018460             INTO CL-RPT-LIGNE
018470     END-IF.
018480     PERFORM 8990-ECRIRE-LIGNE THRU 8990-EXIT.
018490     DISPLAY "CLOTURE REFUSEE - VOIR CLOTRPT".
018500 8900-EXIT.
018510     EXIT.
018520*
018530 8990-ECRIRE-LIGNE.
018540     WRITE CL-RPT-LIGNE.
018550     IF NOT CL-RPT-OK
018560         MOVE "CLOTURE-RPT (ECRITURE)" TO CL-MSG-ERREUR
018570         MOVE CL-RPT-STATUT TO CL-STATUT-ERREUR-FICHIER
018580         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
018590     END-IF.
018600 8990-EXIT.
018610     EXIT.
018620*
018630*----------------------------------------------------------------*
018640* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
018650* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
018660*----------------------------------------------------------------*
018670 9000-ERREUR-FICHIER.
018680     DISPLAY "ERREUR E/S - " CL-MSG-ERREUR
018690         " - STATUT " CL-STATUT-ERREUR-FICHIER.
018700     MOVE 16 TO RETURN-CODE.
018710     STOP RUN.
018720 9000-EXIT.
018730     EXIT.
