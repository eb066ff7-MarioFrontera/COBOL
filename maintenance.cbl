000580*                 APRES LA DERNIERE CLE LUE, SOUS-COMPTANT LES
000590*                 PASSAGES ET DECLARANT EN ECART UN MAITRE
000600*                 COHERENT.
000610* 15/10/2026 JM   L'HISTORIQUE INDEXE DES PASSAGES PAIRIHIS EST
000620*                 TENU AVEC LE MAITRE : LA RECONSTRUCTION LE
000630*                 RECREE DEPUIS PAIR-IMPAIR-OUT (UN PASSAGE PAR
000640*                 RESULTAT, PROGRAMME MAINTENANCE) ET L'APUREMENT
000650*                 ARCHIVE SUR PAIRIHAR PUIS SUPPRIME LES PASSAGES
000660*                 DES NOMBRES PURGES DU MAITRE. LE COMPTE RENDU
000670*                 DONNE LES PASSAGES ECRITS OU PURGES.
000680* 15/10/2026 JM   NOUVEAU PARAMETRE PERIODE=AAAAMM (RECONSTRUCTION
000690*                 ET INTEGRITE) : LES GENERATIONS ARCHIVEES PAR
000700*                 CLOTURE (PAIRIOUT-AAAAMM) DE CETTE PERIODE ET
000710*                 DES PERIODES CLOSES SUIVANTES SONT RELUES DANS
000720*                 L'ORDRE AVANT LE PAIRIOUT VIVANT. LA PERIODE
000730*                 DOIT FIGURER AU REGISTRE PAIRICLO ET TOUTES LES
000740*                 GENERATIONS EXISTER AVANT QUE LE MAITRE SOIT
000750*                 VIDE, SINON CODE RETOUR 16. SANS PERIODE=, LE
000760*                 COMPTE RENDU SIGNALE LES PERIODES CLOSES NON
000770*                 RELUES.
000780* 15/10/2026 JM   ACTIONS SENSIBLES : RECONSTRUCTION ET APUREMENT
000790*                 EXIGENT OPERATEUR= DANS MAINPARM, L'APUREMENT
000800*                 EXIGE EN PLUS APPROBATEUR= (UN SECOND
000810*                 OPERATEUR). LE SOUS-PROGRAMME HABILITE LES
000820*                 CONTROLE CONTRE LES HABILITATIONS PAIRIOPE ; UN
000830*                 REFUS ARRETE LE PROGRAMME AVANT TOUTE ECRITURE
000840*                 (CODE RETOUR 16). LA DEMANDE ET LA FIN DE
000850*                 L'ACTION, AVEC SON CODE RETOUR, SONT ECRITES AU
000860*                 JOURNAL DES OPERATIONS PAIRIJOP. LE MODE
000870*                 INTEGRITE N'EST PAS CONTROLE.
000880*----------------------------------------------------------------*
000890*
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT OPTIONAL PARAMETRES-IN
000940         ASSIGN TO "MAINPARM"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS MT-PRM-STATUT.
000970     SELECT OPTIONAL PAIR-IMPAIR-OUT
000980         ASSIGN TO DYNAMIC MT-FIC-RESULTATS
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS MT-OUT-STATUT.
001010     SELECT OPTIONAL REGISTRE-FILE
001020         ASSIGN TO "PAIRICLO"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS MT-CLO-STATUT.
001050     SELECT OPTIONAL PAIR-IMPAIR-MST
001060         ASSIGN TO "PAIRIMST"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS PIM-NOMBRE
001100         FILE STATUS IS MT-MST-STATUT.
001110     SELECT OPTIONAL HISTORIQUE-PASSAGES
001120         ASSIGN TO "PAIRIHIS"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS PIH-CLE
001160         FILE STATUS IS MT-HIS-STATUT.
001170     SELECT ARCHIVE-OUT
001180         ASSIGN TO "PAIRIMAR"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS MT-ARC-STATUT.
001210     SELECT ARCHIVE-HIS-OUT
001220         ASSIGN TO "PAIRIHAR"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS MT-AHI-STATUT.
001250     SELECT MAINTENANCE-RPT
001260         ASSIGN TO "MAINTRPT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS MT-RPT-STATUT.
001290*
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  PARAMETRES-IN
001330     LABEL RECORDS ARE STANDARD.
001340 01  PARAMETRE-REC           PIC X(80).
001350*
001360 FD  PAIR-IMPAIR-OUT
001370     LABEL RECORDS ARE STANDARD.
001380     COPY PAIRIREC.
001390*
001400 FD  PAIR-IMPAIR-MST
001410     LABEL RECORDS ARE STANDARD.
001420     COPY PAIRIMST.
001430*
001440 FD  REGISTRE-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY PAIRICLO.
001470*
001480 FD  HISTORIQUE-PASSAGES
001490     LABEL RECORDS ARE STANDARD.
001500     COPY PAIRIHIS.
001510*
001520 FD  ARCHIVE-OUT
001530     LABEL RECORDS ARE STANDARD.
001540 01  ARCHIVE-REC             PIC X(68).
001550*
001560 FD  ARCHIVE-HIS-OUT
001570     LABEL RECORDS ARE STANDARD.
001580 01  ARCHIVE-HIS-REC         PIC X(80).
001590*
001600 FD  MAINTENANCE-RPT
001610     LABEL RECORDS ARE STANDARD.
001620 01  MT-RPT-LIGNE            PIC X(80).
001630*
001640 WORKING-STORAGE SECTION.
001650*
001660*----------------------------------------------------------------*
001670* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001680* L'OUVERTURE DES FICHIERS OPTIONNELS.
001690*----------------------------------------------------------------*
001700 77  MT-PRM-STATUT           PIC X(02) VALUE "00".
001710     88  MT-PRM-OK               VALUE "00".
001720     88  MT-PRM-ABSENT           VALUE "05".
001730 77  MT-OUT-STATUT           PIC X(02) VALUE "00".
001740     88  MT-OUT-OK               VALUE "00".
001750     88  MT-OUT-ABSENT           VALUE "05".
001760 77  MT-MST-STATUT           PIC X(02) VALUE "00".
001770     88  MT-MST-OK               VALUE "00".
001780     88  MT-MST-ABSENT           VALUE "05".
001790     88  MT-MST-FIN              VALUE "10".
001800     88  MT-MST-INTROUVABLE      VALUE "23".
001810 77  MT-CLO-STATUT           PIC X(02) VALUE "00".
001820     88  MT-CLO-OK               VALUE "00".
001830     88  MT-CLO-ABSENT           VALUE "05".
001840 77  MT-ARC-STATUT           PIC X(02) VALUE "00".
001850     88  MT-ARC-OK               VALUE "00".
001860 77  MT-HIS-STATUT           PIC X(02) VALUE "00".
001870     88  MT-HIS-OK               VALUE "00".
001880     88  MT-HIS-ABSENT           VALUE "05".
001890     88  MT-HIS-DOUBLE           VALUE "22".
001900 77  MT-AHI-STATUT           PIC X(02) VALUE "00".
001910     88  MT-AHI-OK               VALUE "00".
001920 77  MT-RPT-STATUT           PIC X(02) VALUE "00".
001930     88  MT-RPT-OK               VALUE "00".
001940 77  MT-MSG-ERREUR           PIC X(40) VALUE SPACES.
001950 77  MT-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001960*
001970*----------------------------------------------------------------*
001980* PARAMETRES DU PASSAGE (FICHIER MAINPARM). LE MODE EST
001990* OBLIGATOIRE ; RETENTION= (EN JOURS) NE VAUT QUE POUR
002000* L'APUREMENT ET Y EST OBLIGATOIRE ; PERIODE= NE VAUT QUE POUR LA
002010* RECONSTRUCTION ET L'INTEGRITE. OPERATEUR= EST EXIGE POUR LA
002020* RECONSTRUCTION ET L'APUREMENT, APPROBATEUR= POUR L'APUREMENT.
002030*----------------------------------------------------------------*
002040 77  MT-MODE                 PIC X VALUE SPACE.
002050     88  MT-MODE-RECONSTRUCTION  VALUE "R".
002060     88  MT-MODE-APUREMENT       VALUE "A".
002070     88  MT-MODE-INTEGRITE       VALUE "I".
002080     88  MT-MODE-VALIDE          VALUES "R" "A" "I".
002090 77  MT-RETENTION            PIC 9(04) VALUE 0.
002100 77  MT-PRM-EOF-SW           PIC X VALUE "N".
002110     88  MT-PRM-EOF              VALUE "Y".
002120 77  MT-PRM-CLE              PIC X(20) VALUE SPACES.
002130 77  MT-PRM-VALEUR           PIC X(60) VALUE SPACES.
002140 77  MT-PRM-VAL-NET          PIC X(60) VALUE SPACES.
002150 77  MT-PRM-NOMBRE           PIC 9(08) VALUE 0.
002160 77  MT-PERIODE              PIC X(06) VALUE SPACES.
002170     88  MT-SANS-PERIODE         VALUE SPACES.
002180 77  MT-OPERATEUR            PIC X(08) VALUE SPACES.
002190 77  MT-APPROBATEUR          PIC X(08) VALUE SPACES.
002200 77  MT-PRM-JOURNAL          PIC X(80) VALUE SPACES.
002210 77  MT-PRM-POS              PIC 9(03) COMP VALUE 1.
002220*
002230*----------------------------------------------------------------*
002240* ZONE D'APPEL DU CONTROLE DES HABILITATIONS (CALL "HABILITE").
002250*----------------------------------------------------------------*
002260 COPY PAIRIHAB.
002270*
002280*----------------------------------------------------------------*
002290* PERIODES CLOSES A RELIRE (REGISTRE PAIRICLO, DANS L'ORDRE DE
002300* CLOTURE), 240 AU PLUS, PUIS LE PAIRIOUT VIVANT.
002310*----------------------------------------------------------------*
002320 77  MT-FIC-RESULTATS        PIC X(20) VALUE "PAIRIOUT".
002330 77  MT-CLO-EOF-SW           PIC X VALUE "N".
002340     88  MT-CLO-EOF              VALUE "Y".
002350 77  MT-PERIODE-CLOSE-SW     PIC X VALUE "N".
002360     88  MT-PERIODE-CLOSE        VALUE "Y".
002370 77  MT-PREMIERE-CLOSE       PIC X(06) VALUE SPACES.
002380 77  MT-NB-PERIODES          PIC 9(03) COMP VALUE 0.
002390 77  MT-PER-IDX              PIC 9(03) COMP VALUE 0.
002400 01  MT-TABLE-PERIODES.
002410     05  MT-PER-CLOSE            PIC X(06) OCCURS 240 TIMES.
002420*
002430*----------------------------------------------------------------*
002440* ZONES DE TRAVAIL DE L'ENTRETIEN.
002450*----------------------------------------------------------------*
002460 77  MT-OUT-EOF-SW           PIC X VALUE "N".
002470     88  MT-OUT-EOF              VALUE "Y".
002480 77  MT-MST-EOF-SW           PIC X VALUE "N".
002490     88  MT-MST-EOF              VALUE "Y".
002500 77  MT-HIS-FIN-SW           PIC X VALUE "N".
002510     88  MT-HIS-FIN              VALUE "Y".
002520 77  MT-HIS-ECRIT-SW         PIC X VALUE "N".
002530     88  MT-HIS-ECRIT            VALUE "Y".
002540 77  MT-DATE-JOUR            PIC 9(08) VALUE 0.
002550 77  MT-DATE-LIMITE          PIC 9(08) VALUE 0.
002560 77  MT-JOURS-ENTIERS        PIC 9(07) VALUE 0.
002570*
002580*----------------------------------------------------------------*
002590* COMPTEURS DU COMPTE RENDU. LES ECARTS D'INTEGRITE DETAILLES
002600* SONT IMPRIMES JUSQU'A CONCURRENCE DE 50 LIGNES, AU-DELA SEULS
002610* LES TOTAUX SONT REPORTES.
002620*----------------------------------------------------------------*
002630 77  MT-NB-OUT-LUS           PIC 9(09) COMP VALUE 0.
002640 77  MT-NB-MST-CREES         PIC 9(09) COMP VALUE 0.
002650 77  MT-NB-MST-MAJ           PIC 9(09) COMP VALUE 0.
002660 77  MT-NB-MST-LUS           PIC 9(09) COMP VALUE 0.
002670 77  MT-NB-MST-PURGES        PIC 9(09) COMP VALUE 0.
002680 77  MT-NB-MST-CONSERVES     PIC 9(09) COMP VALUE 0.
002690 77  MT-NB-HIS-ECRITS        PIC 9(09) COMP VALUE 0.
002700 77  MT-NB-HIS-PURGES        PIC 9(09) COMP VALUE 0.
002710 77  MT-CUM-PASSAGES         PIC 9(11) COMP VALUE 0.
002720 77  MT-NB-ABSENTS           PIC 9(09) COMP VALUE 0.
002730 77  MT-NB-DATES-INCOH       PIC 9(09) COMP VALUE 0.
002740 77  MT-NB-ECARTS-IMPRIMES   PIC 9(03) COMP VALUE 0.
002750 77  MT-ECART-IDX            PIC 9(03) COMP VALUE 0.
002760 01  MT-TABLE-ECARTS.
002770     05  MT-ECART-NOMBRE         PIC S9(10) COMP-3
002780                                 OCCURS 50 TIMES.
002790 77  MT-ECART-SW             PIC X VALUE "N".
002800     88  MT-EN-ECART             VALUE "Y".
002810 77  MT-EDIT-A               PIC ZZZZZZZZ9.
002820 77  MT-EDIT-B               PIC ZZZZZZZZ9.
002830 77  MT-EDIT-NOMBRE          PIC -(10)9.
002840*
002850 PROCEDURE DIVISION.
002860*
002870 0000-MAINLINE.
002880     ACCEPT MT-DATE-JOUR FROM DATE YYYYMMDD.
002890     MOVE SPACES TO HABILITATION-ZONE.
002900     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
002910     IF MT-MODE-RECONSTRUCTION OR MT-MODE-APUREMENT
002920         PERFORM 1600-CONTROLER-HABILITATION THRU 1600-EXIT
002930     END-IF.
002940     EVALUATE TRUE
002950         WHEN MT-MODE-RECONSTRUCTION
002960             PERFORM 2000-RECONSTRUIRE-MAITRE THRU 2000-EXIT
002970         WHEN MT-MODE-APUREMENT
002980             PERFORM 3000-APURER-MAITRE THRU 3000-EXIT
002990         WHEN MT-MODE-INTEGRITE
003000             PERFORM 4000-CONTROLER-INTEGRITE THRU 4000-EXIT
003010     END-EVALUATE.
003020     PERFORM 8000-IMPRIMER-COMPTE-RENDU THRU 8000-EXIT.
003030     IF MT-EN-ECART
003040         MOVE 8 TO RETURN-CODE
003050     END-IF.
003060     IF HAB-ACCORDEE
003070         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
003080     END-IF.
003090     STOP RUN.
003100*
003110*----------------------------------------------------------------*
003120* PARAMETRES DU PASSAGE : MODE=RECONSTRUCTION, APUREMENT OU
003130* INTEGRITE, RETENTION=NNNN (JOURS, APUREMENT SEULEMENT),
003140* PERIODE=AAAAMM (RECONSTRUCTION OU INTEGRITE SEULEMENT). LES
003150* LIGNES VIDES ET LES LIGNES COMMENCANT PAR * SONT IGNOREES. UN
003160* PARAMETRE ABSENT OU INVALIDE ARRETE LE PROGRAMME (CODE RETOUR
003170* 16) POUR QUE LE PLANIFICATEUR LE DETECTE.
003180*----------------------------------------------------------------*
003190 1000-LIRE-PARAMETRES.
003200     OPEN INPUT PARAMETRES-IN.
003210     IF NOT MT-PRM-OK AND NOT MT-PRM-ABSENT
003220         MOVE "PARAMETRES-IN (OUVERTURE)" TO MT-MSG-ERREUR
003230         MOVE MT-PRM-STATUT TO MT-STATUT-ERREUR-FICHIER
003240         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003250     END-IF.
003260     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
003270         UNTIL MT-PRM-EOF.
003280     CLOSE PARAMETRES-IN.
003290     IF NOT MT-MODE-VALIDE
003300         DISPLAY "PARAMETRE MODE ABSENT OU INVALIDE"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     IF MT-MODE-APUREMENT AND MT-RETENTION = 0
003350         DISPLAY "RETENTION= EST OBLIGATOIRE EN MODE APUREMENT"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     IF MT-MODE-APUREMENT
003400         COMPUTE MT-JOURS-ENTIERS =
003410             FUNCTION INTEGER-OF-DATE(MT-DATE-JOUR)
003420             - MT-RETENTION
003430         MOVE FUNCTION DATE-OF-INTEGER(MT-JOURS-ENTIERS)
003440             TO MT-DATE-LIMITE
003450     END-IF.
003460     IF MT-MODE-APUREMENT AND NOT MT-SANS-PERIODE
003470         DISPLAY "PERIODE= N'EST PAS ADMIS EN MODE APUREMENT"
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     IF NOT MT-MODE-APUREMENT
003520         PERFORM 1300-LIRE-REGISTRE THRU 1300-EXIT
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560*
003570 1100-LIRE-UN-PARAMETRE.
003580     READ PARAMETRES-IN
003590         AT END
003600             MOVE "Y" TO MT-PRM-EOF-SW
003610         NOT AT END
003620             IF PARAMETRE-REC NOT = SPACES
003630                 AND PARAMETRE-REC(1:1) NOT = "*"
003640                 PERFORM 1150-NOTER-PARAMETRE THRU 1150-EXIT
003650                 PERFORM 1200-APPLIQUER-PARAMETRE
003660                     THRU 1200-EXIT
003670             END-IF
003680     END-READ.
003690 1100-EXIT.
003700     EXIT.
003710*
003720 1150-NOTER-PARAMETRE.
003730     STRING PARAMETRE-REC DELIMITED BY "  "
003740         ";" DELIMITED BY SIZE
003750         INTO MT-PRM-JOURNAL WITH POINTER MT-PRM-POS
003760         ON OVERFLOW
003770             CONTINUE
003780     END-STRING.
003790 1150-EXIT.
003800     EXIT.
003810*
003820 1200-APPLIQUER-PARAMETRE.
003830     MOVE SPACES TO MT-PRM-CLE.
003840     MOVE SPACES TO MT-PRM-VALEUR.
003850     UNSTRING PARAMETRE-REC DELIMITED BY "="
003860         INTO MT-PRM-CLE, MT-PRM-VALEUR.
003870     MOVE FUNCTION TRIM(MT-PRM-CLE) TO MT-PRM-CLE.
003880     MOVE FUNCTION TRIM(MT-PRM-VALEUR) TO MT-PRM-VAL-NET.
003890     EVALUATE MT-PRM-CLE
003900         WHEN "MODE"
003910             EVALUATE MT-PRM-VAL-NET
003920                 WHEN "RECONSTRUCTION"
003930                     MOVE "R" TO MT-MODE
003940                 WHEN "APUREMENT"
003950                     MOVE "A" TO MT-MODE
003960                 WHEN "INTEGRITE"
003970                     MOVE "I" TO MT-MODE
003980                 WHEN OTHER
003990                     PERFORM 1900-PARAMETRE-INVALIDE
004000                         THRU 1900-EXIT
004010             END-EVALUATE
004020         WHEN "RETENTION"
004030             IF FUNCTION TEST-NUMVAL(MT-PRM-VAL-NET) = 0
004040                 COMPUTE MT-PRM-NOMBRE =
004050                     FUNCTION NUMVAL(MT-PRM-VAL-NET)
004060             ELSE
004070                 MOVE 0 TO MT-PRM-NOMBRE
004080             END-IF
004090             IF MT-PRM-NOMBRE >= 1 AND MT-PRM-NOMBRE <= 9999
004100                 MOVE MT-PRM-NOMBRE TO MT-RETENTION
004110             ELSE
004120                 PERFORM 1900-PARAMETRE-INVALIDE
004130                     THRU 1900-EXIT
004140             END-IF
004150         WHEN "PERIODE"
004160             IF MT-PRM-VAL-NET(1:6) NOT NUMERIC
004170                 OR MT-PRM-VAL-NET(7:) NOT = SPACES
004180                 OR MT-PRM-VAL-NET(5:2) < "01"
004190                 OR MT-PRM-VAL-NET(5:2) > "12"
004200                 PERFORM 1900-PARAMETRE-INVALIDE
004210                     THRU 1900-EXIT
004220             END-IF
004230             MOVE MT-PRM-VAL-NET(1:6) TO MT-PERIODE
004240         WHEN "OPERATEUR"
004250             IF MT-PRM-VAL-NET = SPACES
004260                 OR MT-PRM-VAL-NET(9:) NOT = SPACES
004270                 PERFORM 1900-PARAMETRE-INVALIDE
004280                     THRU 1900-EXIT
004290             END-IF
004300             MOVE MT-PRM-VAL-NET(1:8) TO MT-OPERATEUR
004310         WHEN "APPROBATEUR"
004320             IF MT-PRM-VAL-NET = SPACES
004330                 OR MT-PRM-VAL-NET(9:) NOT = SPACES
004340                 PERFORM 1900-PARAMETRE-INVALIDE
004350                     THRU 1900-EXIT
004360             END-IF
004370             MOVE MT-PRM-VAL-NET(1:8) TO MT-APPROBATEUR
004380         WHEN OTHER
004390             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
004400     END-EVALUATE.
004410 1200-EXIT.
004420     EXIT.
004430*
004440*----------------------------------------------------------------*
004450* REGISTRE DES CLOTURES : PREMIERE PERIODE CLOSE (POUR LE COMPTE
004460* RENDU) ET, AVEC PERIODE=, LISTE DES GENERATIONS A RELIRE. LA
004470* PERIODE DEMANDEE DOIT ETRE CLOSE ET TOUTES LES GENERATIONS
004480* PRESENTES AVANT TOUTE ECRITURE.
004490*----------------------------------------------------------------*
004500 1300-LIRE-REGISTRE.
004510     OPEN INPUT REGISTRE-FILE.
004520     IF NOT MT-CLO-OK AND NOT MT-CLO-ABSENT
004530         MOVE "REGISTRE-FILE (OUVERTURE)" TO MT-MSG-ERREUR
004540         MOVE MT-CLO-STATUT TO MT-STATUT-ERREUR-FICHIER
004550         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004560     END-IF.
004570     PERFORM 1350-LIRE-UN-REGISTRE THRU 1350-EXIT
004580         UNTIL MT-CLO-EOF.
004590     CLOSE REGISTRE-FILE.
004600     IF MT-SANS-PERIODE
004610         GO TO 1300-EXIT
004620     END-IF.
004630     IF NOT MT-PERIODE-CLOSE
004640         DISPLAY "PERIODE " MT-PERIODE " NON CLOSE (PAIRICLO)"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     PERFORM 1400-VERIFIER-GENERATION THRU 1400-EXIT
004690         VARYING MT-PER-IDX FROM 1 BY 1
004700         UNTIL MT-PER-IDX > MT-NB-PERIODES.
004710 1300-EXIT.
004720     EXIT.
004730*
004740 1350-LIRE-UN-REGISTRE.
004750     READ REGISTRE-FILE
004760         AT END
004770             MOVE "Y" TO MT-CLO-EOF-SW
004780             GO TO 1350-EXIT
004790     END-READ.
004800     IF NOT PIP-TOTAL-PERIODE
004810         GO TO 1350-EXIT
004820     END-IF.
004830     IF MT-PREMIERE-CLOSE = SPACES
004840         MOVE PIP-PERIODE TO MT-PREMIERE-CLOSE
004850     END-IF.
004860     IF MT-SANS-PERIODE OR PIP-PERIODE < MT-PERIODE
004870         GO TO 1350-EXIT
004880     END-IF.
004890     IF PIP-PERIODE = MT-PERIODE
004900         MOVE "Y" TO MT-PERIODE-CLOSE-SW
004910     END-IF.
004920     IF MT-NB-PERIODES >= 240
004930         DISPLAY "TABLE DES PERIODES CLOSES SATUREE (240)"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     ADD 1 TO MT-NB-PERIODES.
004980     MOVE PIP-PERIODE TO MT-PER-CLOSE(MT-NB-PERIODES).
004990 1350-EXIT.
005000     EXIT.
005010*
005020 1400-VERIFIER-GENERATION.
005030     PERFORM 6000-OUVRIR-RESULTATS THRU 6000-EXIT.
005040     CLOSE PAIR-IMPAIR-OUT.
005050 1400-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------*
005090* RECONSTRUCTION ET APUREMENT SONT DES ACTIONS SENSIBLES,
005100* L'APUREMENT A DOUBLE REGARD : L'OPERATEUR (ET L'APPROBATEUR)
005110* SONT CONTROLES PAR HABILITE, QUI JOURNALISE LA DEMANDE. UN REFUS
005120* ARRETE LE PROGRAMME (CODE RETOUR 16) AVANT QUE LE MAITRE SOIT
005130* OUVERT.
005140*----------------------------------------------------------------*
005150 1600-CONTROLER-HABILITATION.
005160     MOVE "C" TO HAB-FONCTION.
005170     MOVE "MAINTENANCE" TO HAB-PROGRAMME.
005180     IF MT-MODE-APUREMENT
005190         MOVE "APUREMENT" TO HAB-ACTION
005200         MOVE "O" TO HAB-DOUBLE-REGARD
005210     ELSE
005220         MOVE "RECONSTRUCTION" TO HAB-ACTION
005230         MOVE "N" TO HAB-DOUBLE-REGARD
005240     END-IF.
005250     MOVE MT-OPERATEUR TO HAB-OPERATEUR.
005260     MOVE MT-APPROBATEUR TO HAB-APPROBATEUR.
005270     MOVE MT-PRM-JOURNAL TO HAB-PARAMETRES.
005280     MOVE 0 TO HAB-CODE-RETOUR.
005290     CALL "HABILITE" USING HABILITATION-ZONE.
005300     IF HAB-REFUSEE
005310         DISPLAY "MODE " HAB-ACTION " REFUSE - " HAB-MOTIF
005320             " - OPERATEUR " MT-OPERATEUR
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     MOVE 0 TO RETURN-CODE.
005370 1600-EXIT.
005380     EXIT.
005390*
005400 1900-PARAMETRE-INVALIDE.
005410     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
005420     MOVE 16 TO RETURN-CODE.
005430     STOP RUN.
005440 1900-EXIT.
005450     EXIT.
005460*
005470*----------------------------------------------------------------*
005480* RECONSTRUCTION DU MAITRE DEPUIS PAIR-IMPAIR-OUT (PRECEDE DES
005490* GENERATIONS ARCHIVEES DEMANDEES PAR PERIODE=) : LE MAITRE EST
005500* VIDE PUIS CHAQUE RESULTAT DE L'HISTORIQUE CREE OU COMPLETE SON
005510* NOMBRE (DATES DE PREMIER ET DERNIER PASSAGE, COMPTE DE
005520* PASSAGES, NUMEROS D'EXECUTION). L'HISTORIQUE EST CHRONOLOGIQUE
005530* MAIS LES DATES ET EXECUTIONS SONT RAPPROCHEES PRUDEMMENT (MIN
005540* ET MAX) POUR TOLERER UN FICHIER RECOMPOSE.
005550*----------------------------------------------------------------*
005560 2000-RECONSTRUIRE-MAITRE.
005570     OPEN OUTPUT PAIR-IMPAIR-MST.
005580     IF NOT MT-MST-OK AND NOT MT-MST-ABSENT
005590         MOVE "PAIR-IMPAIR-MST (CREATION)" TO MT-MSG-ERREUR
005600         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
005610         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005620     END-IF.
005630     CLOSE PAIR-IMPAIR-MST.
005640     OPEN I-O PAIR-IMPAIR-MST.
005650     IF NOT MT-MST-OK AND NOT MT-MST-ABSENT
005660         MOVE "PAIR-IMPAIR-MST (OUVERTURE)" TO MT-MSG-ERREUR
005670         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
005680         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005690     END-IF.
005700     OPEN OUTPUT HISTORIQUE-PASSAGES.
005710     IF NOT MT-HIS-OK AND NOT MT-HIS-ABSENT
005720         MOVE "HISTORIQUE-PASSAGES (CREATION)" TO MT-MSG-ERREUR
005730         MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
005740         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005750     END-IF.
005760     CLOSE HISTORIQUE-PASSAGES.
005770     OPEN I-O HISTORIQUE-PASSAGES.
005780     IF NOT MT-HIS-OK AND NOT MT-HIS-ABSENT
005790         MOVE "HISTORIQUE-PASSAGES (OUVERTURE)" TO MT-MSG-ERREUR
005800         MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
005810         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005820     END-IF.
005830     PERFORM 2050-RELIRE-UNE-GENERATION THRU 2050-EXIT
005840         VARYING MT-PER-IDX FROM 1 BY 1
005850         UNTIL MT-PER-IDX > MT-NB-PERIODES + 1.
005860     CLOSE PAIR-IMPAIR-MST.
005870     CLOSE HISTORIQUE-PASSAGES.
005880 2000-EXIT.
005890     EXIT.
005900*
005910 2050-RELIRE-UNE-GENERATION.
005920     PERFORM 6000-OUVRIR-RESULTATS THRU 6000-EXIT.
005930     PERFORM 2100-LIRE-UN-RESULTAT THRU 2100-EXIT
005940         UNTIL MT-OUT-EOF.
005950     CLOSE PAIR-IMPAIR-OUT.
005960 2050-EXIT.
005970     EXIT.
005980*
005990 2100-LIRE-UN-RESULTAT.
006000     READ PAIR-IMPAIR-OUT
006010         AT END
006020             MOVE "Y" TO MT-OUT-EOF-SW
006030         NOT AT END
006040             ADD 1 TO MT-NB-OUT-LUS
006050             PERFORM 2200-REPORTER-AU-MAITRE THRU 2200-EXIT
006060             PERFORM 2300-REPORTER-A-HISTORIQUE THRU 2300-EXIT
006070     END-READ.
006080 2100-EXIT.
006090     EXIT.
006100*
006110 2200-REPORTER-AU-MAITRE.
006120     MOVE PIR-NOMBRE TO PIM-NOMBRE.
006130     READ PAIR-IMPAIR-MST
006140         INVALID KEY
006150             MOVE PIR-NOMBRE          TO PIM-NOMBRE
006160             MOVE PIR-RESTE           TO PIM-RESTE
006170             MOVE PIR-VALIDE          TO PIM-VALIDE
006180             MOVE PIR-DATE-TRAITEMENT TO PIM-DATE-PREMIERE
006190             MOVE PIR-DATE-TRAITEMENT TO PIM-DATE-DERNIERE
006200             MOVE 1                   TO PIM-NB-PASSAGES
006210             MOVE PIR-NO-EXECUTION    TO PIM-NO-EXEC-PREMIER
006220             MOVE PIR-NO-EXECUTION    TO PIM-NO-EXEC-DERNIER
006230             MOVE PIR-SOURCE          TO PIM-SOURCE
006240             IF PIR-VALEUR IS NUMERIC
006250                 MOVE PIR-VALEUR      TO PIM-VALEUR
006260             ELSE
006270                 MOVE PIR-NOMBRE      TO PIM-VALEUR
006280             END-IF
006290             WRITE PAIR-IMPAIR-MST-REC
006300             IF NOT MT-MST-OK
006310                 MOVE "PAIR-IMPAIR-MST (ECRITURE)"
006320                     TO MT-MSG-ERREUR
006330                 MOVE MT-MST-STATUT
006340                     TO MT-STATUT-ERREUR-FICHIER
006350                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006360             END-IF
006370             ADD 1 TO MT-NB-MST-CREES
006380         NOT INVALID KEY
006390             ADD 1 TO PIM-NB-PASSAGES
006400             IF PIR-DATE-TRAITEMENT < PIM-DATE-PREMIERE
006410                 MOVE PIR-DATE-TRAITEMENT TO PIM-DATE-PREMIERE
006420             END-IF
006430             IF PIR-DATE-TRAITEMENT >= PIM-DATE-DERNIERE
006440                 MOVE PIR-DATE-TRAITEMENT TO PIM-DATE-DERNIERE
006450                 MOVE PIR-RESTE           TO PIM-RESTE
006460                 MOVE PIR-VALIDE          TO PIM-VALIDE
006470                 MOVE PIR-SOURCE          TO PIM-SOURCE
006480                 IF PIR-VALEUR IS NUMERIC
006490                     MOVE PIR-VALEUR      TO PIM-VALEUR
006500                 ELSE
006510                     MOVE PIR-NOMBRE      TO PIM-VALEUR
006520                 END-IF
006530             END-IF
006540             IF PIR-NO-EXECUTION < PIM-NO-EXEC-PREMIER
006550                 MOVE PIR-NO-EXECUTION TO PIM-NO-EXEC-PREMIER
006560             END-IF
006570             IF PIR-NO-EXECUTION >= PIM-NO-EXEC-DERNIER
006580                 MOVE PIR-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
006590             END-IF
006600             REWRITE PAIR-IMPAIR-MST-REC
006610             IF NOT MT-MST-OK
006620                 MOVE "PAIR-IMPAIR-MST (REECRITURE)"
006630                     TO MT-MSG-ERREUR
006640                 MOVE MT-MST-STATUT
006650                     TO MT-STATUT-ERREUR-FICHIER
006660                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006670             END-IF
006680             ADD 1 TO MT-NB-MST-MAJ
006690     END-READ.
006700 2200-EXIT.
006710     EXIT.
006720*
006730*----------------------------------------------------------------*
006740* CHAQUE RESULTAT RELU DEVIENT UN PASSAGE DE L'HISTORIQUE. LE
006750* PROGRAMME D'ORIGINE N'ETANT PAS PORTE PAR PAIR-IMPAIR-OUT, LE
006760* PASSAGE RECONSTRUIT EST MARQUE MAINTENANCE. UN NOMBRE PASSE
006770* PLUSIEURS FOIS DANS UNE EXECUTION PREND LE RANG SUIVANT,
006780* COMME A L'ECRITURE PAR PAIR-IMPAIR.
006790*----------------------------------------------------------------*
006800 2300-REPORTER-A-HISTORIQUE.
006810     MOVE SPACES              TO PAIR-IMPAIR-HIS-REC.
006820     MOVE PIR-NOMBRE          TO PIH-NOMBRE.
006830     MOVE PIR-NO-EXECUTION    TO PIH-NO-EXECUTION.
006840     MOVE 0                   TO PIH-NO-RANG.
006850     MOVE PIR-DATE-TRAITEMENT TO PIH-DATE.
006860     MOVE PIR-SOURCE          TO PIH-SOURCE.
006870     IF PIR-VALEUR IS NUMERIC
006880         MOVE PIR-VALEUR      TO PIH-VALEUR
006890     ELSE
006900         MOVE PIR-NOMBRE      TO PIH-VALEUR
006910     END-IF.
006920     MOVE "MAINTENANCE"       TO PIH-PROGRAMME.
006930     MOVE "N" TO MT-HIS-ECRIT-SW.
006940     PERFORM 2350-ECRIRE-UN-RANG THRU 2350-EXIT
006950         UNTIL MT-HIS-ECRIT.
006960     ADD 1 TO MT-NB-HIS-ECRITS.
006970 2300-EXIT.
006980     EXIT.
006990*
007000 2350-ECRIRE-UN-RANG.
007010     IF PIH-NO-RANG = 999
007020         MOVE "HISTORIQUE-PASSAGES (RANG)" TO MT-MSG-ERREUR
007030         MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
007040         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007050     END-IF.
007060     ADD 1 TO PIH-NO-RANG.
007070     WRITE PAIR-IMPAIR-HIS-REC.
007080     IF MT-HIS-OK
007090         MOVE "Y" TO MT-HIS-ECRIT-SW
007100     ELSE
007110         IF NOT MT-HIS-DOUBLE
007120             MOVE "HISTORIQUE-PASSAGES (ECRITURE)"
007130                 TO MT-MSG-ERREUR
007140             MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
007150             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007160         END-IF
007170     END-IF.
007180 2350-EXIT.
007190     EXIT.
007200*
007210*----------------------------------------------------------------*
007220* APUREMENT DU MAITRE : LES NOMBRES DONT LE DERNIER PASSAGE EST
007230* ANTERIEUR A LA DATE LIMITE SONT RECOPIES SUR L'ARCHIVE
007240* PAIRIMAR PUIS SUPPRIMES DU MAITRE. LES AUTRES SONT CONSERVES.
007250*----------------------------------------------------------------*
007260 3000-APURER-MAITRE.
007270     OPEN I-O PAIR-IMPAIR-MST.
007280     IF NOT MT-MST-OK AND NOT MT-MST-ABSENT
007290         MOVE "PAIR-IMPAIR-MST (OUVERTURE)" TO MT-MSG-ERREUR
007300         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
007310         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007320     END-IF.
007330     OPEN OUTPUT ARCHIVE-OUT.
007340     IF NOT MT-ARC-OK
007350         MOVE "ARCHIVE-OUT (OUVERTURE)" TO MT-MSG-ERREUR
007360         MOVE MT-ARC-STATUT TO MT-STATUT-ERREUR-FICHIER
007370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007380     END-IF.
007390     OPEN I-O HISTORIQUE-PASSAGES.
007400     IF NOT MT-HIS-OK AND NOT MT-HIS-ABSENT
007410         MOVE "HISTORIQUE-PASSAGES (OUVERTURE)" TO MT-MSG-ERREUR
007420         MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
007430         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007440     END-IF.
007450     OPEN OUTPUT ARCHIVE-HIS-OUT.
007460     IF NOT MT-AHI-OK
007470         MOVE "ARCHIVE-HIS-OUT (OUVERTURE)" TO MT-MSG-ERREUR
007480         MOVE MT-AHI-STATUT TO MT-STATUT-ERREUR-FICHIER
007490         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007500     END-IF.
007510     PERFORM 3100-LIRE-UN-MAITRE THRU 3100-EXIT
007520         UNTIL MT-MST-EOF.
007530     CLOSE ARCHIVE-OUT.
007540     CLOSE ARCHIVE-HIS-OUT.
007550     CLOSE HISTORIQUE-PASSAGES.
007560     CLOSE PAIR-IMPAIR-MST.
007570 3000-EXIT.
007580     EXIT.
007590*
007600 3100-LIRE-UN-MAITRE.
007610     READ PAIR-IMPAIR-MST NEXT RECORD
007620         AT END
007630             MOVE "Y" TO MT-MST-EOF-SW
007640         NOT AT END
007650             ADD 1 TO MT-NB-MST-LUS
007660             IF PIM-DATE-DERNIERE < MT-DATE-LIMITE
007670                 PERFORM 3200-ARCHIVER-ET-SUPPRIMER
007680                     THRU 3200-EXIT
007690             ELSE
007700                 ADD 1 TO MT-NB-MST-CONSERVES
007710             END-IF
007720     END-READ.
007730 3100-EXIT.
007740     EXIT.
007750*
007760 3200-ARCHIVER-ET-SUPPRIMER.
007770     MOVE PAIR-IMPAIR-MST-REC TO ARCHIVE-REC.
007780     WRITE ARCHIVE-REC.
007790     IF NOT MT-ARC-OK
007800         MOVE "ARCHIVE-OUT (ECRITURE)" TO MT-MSG-ERREUR
007810         MOVE MT-ARC-STATUT TO MT-STATUT-ERREUR-FICHIER
007820         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007830     END-IF.
007840     DELETE PAIR-IMPAIR-MST RECORD.
007850     IF NOT MT-MST-OK
007860         MOVE "PAIR-IMPAIR-MST (SUPPRESSION)" TO MT-MSG-ERREUR
007870         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
007880         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007890     END-IF.
007900     ADD 1 TO MT-NB-MST-PURGES.
007910     PERFORM 3300-APURER-HISTORIQUE THRU 3300-EXIT.
007920 3200-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------*
007960* LES PASSAGES DU NOMBRE PURGE SONT RECOPIES SUR L'ARCHIVE
007970* PAIRIHAR PUIS SUPPRIMES DE L'HISTORIQUE : POSITIONNEMENT SUR
007980* LE PREMIER PASSAGE DU NOMBRE, PUIS LECTURE SEQUENTIELLE TANT
007990* QUE LE NOMBRE NE CHANGE PAS.
008000*----------------------------------------------------------------*
008010 3300-APURER-HISTORIQUE.
008020     MOVE PIM-NOMBRE TO PIH-NOMBRE.
008030     MOVE 0          TO PIH-NO-EXECUTION.
008040     MOVE 0          TO PIH-NO-RANG.
008050     MOVE "N" TO MT-HIS-FIN-SW.
008060     START HISTORIQUE-PASSAGES
008070         KEY IS NOT LESS THAN PIH-CLE
008080         INVALID KEY
008090             MOVE "Y" TO MT-HIS-FIN-SW
008100     END-START.
008110     PERFORM 3350-APURER-UN-PASSAGE THRU 3350-EXIT
008120         UNTIL MT-HIS-FIN.
008130 3300-EXIT.
008140     EXIT.
008150*
008160 3350-APURER-UN-PASSAGE.
008170     READ HISTORIQUE-PASSAGES NEXT RECORD
008180         AT END
008190             MOVE "Y" TO MT-HIS-FIN-SW
008200             GO TO 3350-EXIT
008210     END-READ.
008220     IF PIH-NOMBRE NOT = PIM-NOMBRE
008230         MOVE "Y" TO MT-HIS-FIN-SW
008240         GO TO 3350-EXIT
008250     END-IF.
008260     MOVE PAIR-IMPAIR-HIS-REC TO ARCHIVE-HIS-REC.
008270     WRITE ARCHIVE-HIS-REC.
008280     IF NOT MT-AHI-OK
008290         MOVE "ARCHIVE-HIS-OUT (ECRITURE)" TO MT-MSG-ERREUR
008300         MOVE MT-AHI-STATUT TO MT-STATUT-ERREUR-FICHIER
008310         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008320     END-IF.
008330     DELETE HISTORIQUE-PASSAGES RECORD.
008340     IF NOT MT-HIS-OK
008350         MOVE "HISTORIQUE-PASSAGES (SUPPRESSION)" TO MT-MSG-ERREUR
008360         MOVE MT-HIS-STATUT TO MT-STATUT-ERREUR-FICHIER
008370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008380     END-IF.
008390     ADD 1 TO MT-NB-HIS-PURGES.
008400 3350-EXIT.
008410     EXIT.
008420*
008430*----------------------------------------------------------------*
008440* CONTROLE D'INTEGRITE : CHAQUE RESULTAT DE PAIR-IMPAIR-OUT (ET
008450* DES GENERATIONS ARCHIVEES DEMANDEES PAR PERIODE=) DOIT
008460* FIGURER AU MAITRE, ET LA SOMME DES COMPTES DE PASSAGES DU
008470* MAITRE DOIT EGALER LE NOMBRE DE RESULTATS DE L'HISTORIQUE. LES
008480* DATES DE CHAQUE NOMBRE SONT AUSSI VERIFIEES (PREMIERE <=
008490* DERNIERE). UN MAITRE APURE DEPUIS PEU PRESENTE DES ECARTS
008500* NORMAUX : LE COMPTE RENDU LES CHIFFRE, L'OPERATEUR TRANCHE.
008510*----------------------------------------------------------------*
008520 4000-CONTROLER-INTEGRITE.
008530     OPEN INPUT PAIR-IMPAIR-MST.
008540     IF NOT MT-MST-OK AND NOT MT-MST-ABSENT
008550         MOVE "PAIR-IMPAIR-MST (OUVERTURE)" TO MT-MSG-ERREUR
008560         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
008570         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008580     END-IF.
008590     PERFORM 4050-CONTROLER-UNE-GENERATION THRU 4050-EXIT
008600         VARYING MT-PER-IDX FROM 1 BY 1
008610         UNTIL MT-PER-IDX > MT-NB-PERIODES + 1.
008620*    LES LECTURES PAR CLE DU 4100 ONT DEPLACE LA POSITION DE
008630*    FICHIER : LE MAITRE EST REOUVERT POUR QUE LE PARCOURS
008640*    SEQUENTIEL DU 4300 REPARTE DU PREMIER ENREGISTREMENT.
008650     CLOSE PAIR-IMPAIR-MST.
008660     OPEN INPUT PAIR-IMPAIR-MST.
008670     IF NOT MT-MST-OK AND NOT MT-MST-ABSENT
008680         MOVE "PAIR-IMPAIR-MST (REOUVERTURE)" TO MT-MSG-ERREUR
008690         MOVE MT-MST-STATUT TO MT-STATUT-ERREUR-FICHIER
008700         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008710     END-IF.
008720     PERFORM 4300-PARCOURIR-MAITRE THRU 4300-EXIT
008730         UNTIL MT-MST-EOF.
008740     CLOSE PAIR-IMPAIR-MST.
008750     IF MT-NB-ABSENTS > 0 OR MT-NB-DATES-INCOH > 0
008760         OR MT-CUM-PASSAGES NOT = MT-NB-OUT-LUS
008770         MOVE "Y" TO MT-ECART-SW
008780     END-IF.
008790 4000-EXIT.
008800     EXIT.
008810*
008820 4050-CONTROLER-UNE-GENERATION.
008830     PERFORM 6000-OUVRIR-RESULTATS THRU 6000-EXIT.
008840     PERFORM 4100-CONTROLER-UN-RESULTAT THRU 4100-EXIT
008850         UNTIL MT-OUT-EOF.
008860     CLOSE PAIR-IMPAIR-OUT.
008870 4050-EXIT.
008880     EXIT.
008890*
008900 4100-CONTROLER-UN-RESULTAT.
008910     READ PAIR-IMPAIR-OUT
008920         AT END
008930             MOVE "Y" TO MT-OUT-EOF-SW
008940         NOT AT END
008950             ADD 1 TO MT-NB-OUT-LUS
008960             MOVE PIR-NOMBRE TO PIM-NOMBRE
008970             READ PAIR-IMPAIR-MST
008980                 INVALID KEY
008990                     ADD 1 TO MT-NB-ABSENTS
009000                     PERFORM 4200-NOTER-ABSENT THRU 4200-EXIT
009010                 NOT INVALID KEY
009020                     CONTINUE
009030             END-READ
009040     END-READ.
009050 4100-EXIT.
009060     EXIT.
009070*
009080*----------------------------------------------------------------*
009090* LES ECARTS DETAILLES SONT CONSERVES POUR LE COMPTE RENDU DANS
009100* LA LIMITE DE 50 LIGNES (IMPRIMEES PAR LE 8300) ; ILS SONT
009110* AUSSI AFFICHES A LA CONSOLE AU FIL DE L'EAU POUR LE
009120* DIAGNOSTIC.
009130*----------------------------------------------------------------*
009140 4200-NOTER-ABSENT.
009150     IF MT-NB-ECARTS-IMPRIMES < 50
009160         ADD 1 TO MT-NB-ECARTS-IMPRIMES
009170         MOVE PIR-NOMBRE
009180             TO MT-ECART-NOMBRE(MT-NB-ECARTS-IMPRIMES)
009190         MOVE PIR-NOMBRE TO MT-EDIT-NOMBRE
009200         DISPLAY "NOMBRE " MT-EDIT-NOMBRE " ABSENT DU MAITRE"
009210     END-IF.
009220 4200-EXIT.
009230     EXIT.
009240*
009250 4300-PARCOURIR-MAITRE.
009260     READ PAIR-IMPAIR-MST NEXT RECORD
009270         AT END
009280             MOVE "Y" TO MT-MST-EOF-SW
009290         NOT AT END
009300             ADD 1 TO MT-NB-MST-LUS
009310             ADD PIM-NB-PASSAGES TO MT-CUM-PASSAGES
009320             IF PIM-DATE-PREMIERE > PIM-DATE-DERNIERE
009330                 ADD 1 TO MT-NB-DATES-INCOH
009340             END-IF
009350     END-READ.
009360 4300-EXIT.
009370     EXIT.
009380*
009390*----------------------------------------------------------------*
009400* OUVERTURE DE LA GENERATION MT-PER-IDX DES RESULTATS : LES
009410* PERIODES CLOSES DU TABLEAU PUIS LE PAIRIOUT VIVANT. UNE
009420* GENERATION ARCHIVEE ABSENTE ARRETE LE PROGRAMME.
009430*----------------------------------------------------------------*
009440 6000-OUVRIR-RESULTATS.
009450     MOVE "N" TO MT-OUT-EOF-SW.
009460     MOVE SPACES TO MT-FIC-RESULTATS.
009470     IF MT-PER-IDX > MT-NB-PERIODES
009480         MOVE "PAIRIOUT" TO MT-FIC-RESULTATS
009490     ELSE
009500         STRING "PAIRIOUT-" DELIMITED BY SIZE
009510             MT-PER-CLOSE(MT-PER-IDX) DELIMITED BY SIZE
009520             INTO MT-FIC-RESULTATS
009530     END-IF.
009540     OPEN INPUT PAIR-IMPAIR-OUT.
009550     IF NOT MT-OUT-OK AND NOT MT-OUT-ABSENT
009560         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO MT-MSG-ERREUR
009570         MOVE MT-OUT-STATUT TO MT-STATUT-ERREUR-FICHIER
009580         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009590     END-IF.
009600     IF MT-OUT-ABSENT AND MT-PER-IDX <= MT-NB-PERIODES
009610         DISPLAY "GENERATION ARCHIVEE ABSENTE : " MT-FIC-RESULTATS
009620         MOVE 16 TO RETURN-CODE
009630         IF HAB-ACCORDEE
009640             PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
009650         END-IF
009660         STOP RUN
009670     END-IF.
009680 6000-EXIT.
009690     EXIT.
009700*
009710*----------------------------------------------------------------*
009720* FIN DE L'ACTION AU JOURNAL DES OPERATIONS, AVEC LE CODE RETOUR,
009730* QUI EST REPOSITIONNE APRES L'APPEL.
009740*----------------------------------------------------------------*
009750 7900-CONCLURE-HABILITATION.
009760     MOVE RETURN-CODE TO HAB-CODE-RETOUR.
009770     MOVE "F" TO HAB-FONCTION.
009780     CALL "HABILITE" USING HABILITATION-ZONE.
009790     MOVE HAB-CODE-RETOUR TO RETURN-CODE.
009800 7900-EXIT.
009810     EXIT.
009820*
009830*----------------------------------------------------------------*
009840* COMPTE RENDU DE L'ENTRETIEN SUR MAINTRPT, SELON LE MODE.
009850*----------------------------------------------------------------*
009860 8000-IMPRIMER-COMPTE-RENDU.
009870     OPEN OUTPUT MAINTENANCE-RPT.
009880     IF NOT MT-RPT-OK
009890         MOVE "MAINTENANCE-RPT (OUVERTURE)" TO MT-MSG-ERREUR
009900         MOVE MT-RPT-STATUT TO MT-STATUT-ERREUR-FICHIER
009910         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009920     END-IF.
009930     MOVE "COMPTE RENDU D'ENTRETIEN - FICHIER MAITRE PAIRIMST"
009940         TO MT-RPT-LIGNE.
009950     WRITE MT-RPT-LIGNE.
009960     EVALUATE TRUE
009970         WHEN MT-MODE-RECONSTRUCTION
009980             PERFORM 8100-COMPTE-RENDU-RECONST THRU 8100-EXIT
009990         WHEN MT-MODE-APUREMENT
010000             PERFORM 8200-COMPTE-RENDU-APUREMENT THRU 8200-EXIT
010010         WHEN MT-MODE-INTEGRITE
010020             PERFORM 8300-COMPTE-RENDU-INTEGRITE THRU 8300-EXIT
010030     END-EVALUATE.
010040     CLOSE MAINTENANCE-RPT.
010050 8000-EXIT.
010060     EXIT.
010070*
010080*----------------------------------------------------------------*
010090* PERIODES CLOSES RELUES, OU AVERTISSEMENT SI DES PERIODES CLOSES
010100* N'ONT PAS ETE RELUES : LE MAITRE CUMULE ALORS PLUS DE PASSAGES
010110* QUE LE PAIRIOUT VIVANT N'EN CONTIENT.
010120*----------------------------------------------------------------*
010130 8050-COMPTE-RENDU-PERIODES.
010140     MOVE SPACES TO MT-RPT-LIGNE.
010150     IF MT-NB-PERIODES > 0
010160         STRING "PERIODES CLOSES RELUES   : " DELIMITED BY SIZE
010170             MT-PER-CLOSE(1) DELIMITED BY SIZE
010180             " A " DELIMITED BY SIZE
010190             MT-PER-CLOSE(MT-NB-PERIODES) DELIMITED BY SIZE
010200             " (PAIRIOUT-AAAAMM)" DELIMITED BY SIZE
010210             INTO MT-RPT-LIGNE
010220         WRITE MT-RPT-LIGNE
010230         GO TO 8050-EXIT
010240     END-IF.
010250     IF MT-PREMIERE-CLOSE NOT = SPACES
010260         STRING "ATTENTION : PERIODES CLOSES DEPUIS " DELIMITED BY
010270             SIZE
010280             MT-PREMIERE-CLOSE DELIMITED BY SIZE
010290             " NON RELUES (PERIODE=)" DELIMITED BY SIZE
010300             INTO MT-RPT-LIGNE
010310         WRITE MT-RPT-LIGNE
010320     END-IF.
010330 8050-EXIT.
010340     EXIT.
010350*
010360 8100-COMPTE-RENDU-RECONST.
010370     MOVE "MODE : RECONSTRUCTION DEPUIS PAIR-IMPAIR-OUT"
010380         TO MT-RPT-LIGNE.
010390     WRITE MT-RPT-LIGNE.
010400     PERFORM 8050-COMPTE-RENDU-PERIODES THRU 8050-EXIT.
010410     MOVE MT-NB-OUT-LUS TO MT-EDIT-A.
010420     MOVE SPACES TO MT-RPT-LIGNE.
010430     STRING "RESULTATS RELUS          : " DELIMITED BY SIZE
010440         MT-EDIT-A DELIMITED BY SIZE
010450         INTO MT-RPT-LIGNE.
010460     WRITE MT-RPT-LIGNE.
010470     MOVE MT-NB-MST-CREES TO MT-EDIT-A.
010480     MOVE SPACES TO MT-RPT-LIGNE.
010490     STRING "NOMBRES CREES AU MAITRE  : " DELIMITED BY SIZE
010500         MT-EDIT-A DELIMITED BY SIZE
010510         INTO MT-RPT-LIGNE.
010520     WRITE MT-RPT-LIGNE.
010530     MOVE MT-NB-MST-MAJ TO MT-EDIT-A.
010540     MOVE SPACES TO MT-RPT-LIGNE.
010550     STRING "PASSAGES COMPLEMENTAIRES : " DELIMITED BY SIZE
010560         MT-EDIT-A DELIMITED BY SIZE
010570         INTO MT-RPT-LIGNE.
010580     WRITE MT-RPT-LIGNE.
010590     MOVE MT-NB-HIS-ECRITS TO MT-EDIT-A.
010600     MOVE SPACES TO MT-RPT-LIGNE.
010610     STRING "PASSAGES HISTORISES      : " DELIMITED BY SIZE
010620         MT-EDIT-A DELIMITED BY SIZE
010630         INTO MT-RPT-LIGNE.
010640     WRITE MT-RPT-LIGNE.
010650 8100-EXIT.
010660     EXIT.
010670*
010680 8200-COMPTE-RENDU-APUREMENT.
010690     MOVE SPACES TO MT-RPT-LIGNE.
010700     STRING "MODE : APUREMENT - DERNIER PASSAGE AVANT LE "
010710         DELIMITED BY SIZE
010720         MT-DATE-LIMITE DELIMITED BY SIZE
010730         INTO MT-RPT-LIGNE.
010740     WRITE MT-RPT-LIGNE.
010750     MOVE MT-NB-MST-LUS TO MT-EDIT-A.
010760     MOVE SPACES TO MT-RPT-LIGNE.
010770     STRING "NOMBRES AU MAITRE        : " DELIMITED BY SIZE
010780         MT-EDIT-A DELIMITED BY SIZE
010790         INTO MT-RPT-LIGNE.
010800     WRITE MT-RPT-LIGNE.
010810     MOVE MT-NB-MST-PURGES TO MT-EDIT-A.
010820     MOVE SPACES TO MT-RPT-LIGNE.
010830     STRING "NOMBRES ARCHIVES / PURGES: " DELIMITED BY SIZE
010840         MT-EDIT-A DELIMITED BY SIZE
010850         INTO MT-RPT-LIGNE.
010860     WRITE MT-RPT-LIGNE.
010870     MOVE MT-NB-MST-CONSERVES TO MT-EDIT-A.
010880     MOVE SPACES TO MT-RPT-LIGNE.
010890     STRING "NOMBRES CONSERVES        : " DELIMITED BY SIZE
010900         MT-EDIT-A DELIMITED BY SIZE
010910         INTO MT-RPT-LIGNE.
010920     WRITE MT-RPT-LIGNE.
010930     MOVE "ARCHIVE ECRITE SUR PAIRIMAR" TO MT-RPT-LIGNE.
010940     WRITE MT-RPT-LIGNE.
010950     MOVE MT-NB-HIS-PURGES TO MT-EDIT-A.
010960     MOVE SPACES TO MT-RPT-LIGNE.
010970     STRING "PASSAGES ARCHIVES/PURGES : " DELIMITED BY SIZE
010980         MT-EDIT-A DELIMITED BY SIZE
010990         INTO MT-RPT-LIGNE.
011000     WRITE MT-RPT-LIGNE.
011010     MOVE "ARCHIVE DES PASSAGES ECRITE SUR PAIRIHAR"
011020         TO MT-RPT-LIGNE.
011030     WRITE MT-RPT-LIGNE.
011040 8200-EXIT.
011050     EXIT.
011060*
011070 8300-COMPTE-RENDU-INTEGRITE.
011080     MOVE "MODE : CONTROLE D'INTEGRITE" TO MT-RPT-LIGNE.
011090     WRITE MT-RPT-LIGNE.
011100     PERFORM 8050-COMPTE-RENDU-PERIODES THRU 8050-EXIT.
011110     MOVE MT-NB-OUT-LUS TO MT-EDIT-A.
011120     MOVE SPACES TO MT-RPT-LIGNE.
011130     STRING "RESULTATS RELUS          : " DELIMITED BY SIZE
011140         MT-EDIT-A DELIMITED BY SIZE
011150         INTO MT-RPT-LIGNE.
011160     WRITE MT-RPT-LIGNE.
011170     MOVE MT-NB-MST-LUS TO MT-EDIT-A.
011180     MOVE SPACES TO MT-RPT-LIGNE.
011190     STRING "NOMBRES AU MAITRE        : " DELIMITED BY SIZE
011200         MT-EDIT-A DELIMITED BY SIZE
011210         INTO MT-RPT-LIGNE.
011220     WRITE MT-RPT-LIGNE.
011230     MOVE MT-CUM-PASSAGES TO MT-EDIT-A.
011240     MOVE MT-NB-OUT-LUS TO MT-EDIT-B.
011250     MOVE SPACES TO MT-RPT-LIGNE.
011260     STRING "PASSAGES AU MAITRE " DELIMITED BY SIZE
011270         MT-EDIT-A DELIMITED BY SIZE
011280         " POUR RESULTATS " DELIMITED BY SIZE
011290         MT-EDIT-B DELIMITED BY SIZE
011300         INTO MT-RPT-LIGNE.
011310     WRITE MT-RPT-LIGNE.
011320     MOVE MT-NB-ABSENTS TO MT-EDIT-A.
011330     MOVE SPACES TO MT-RPT-LIGNE.
011340     STRING "NOMBRES ABSENTS DU MAITRE: " DELIMITED BY SIZE
011350         MT-EDIT-A DELIMITED BY SIZE
011360         INTO MT-RPT-LIGNE.
011370     WRITE MT-RPT-LIGNE.
011380     PERFORM 8350-IMPRIMER-UN-ABSENT THRU 8350-EXIT
011390         VARYING MT-ECART-IDX FROM 1 BY 1
011400         UNTIL MT-ECART-IDX > MT-NB-ECARTS-IMPRIMES.
011410     IF MT-NB-ABSENTS > MT-NB-ECARTS-IMPRIMES
011420         MOVE SPACES TO MT-RPT-LIGNE
011430         STRING "AUTRES NOMBRES ABSENTS NON DETAILLES "
011440             DELIMITED BY SIZE
011450             "(50 LIGNES AU MAXIMUM)" DELIMITED BY SIZE
011460             INTO MT-RPT-LIGNE
011470         WRITE MT-RPT-LIGNE
011480     END-IF.
011490     MOVE MT-NB-DATES-INCOH TO MT-EDIT-A.
011500     MOVE SPACES TO MT-RPT-LIGNE.
011510     STRING "DATES INCOHERENTES       : " DELIMITED BY SIZE
011520         MT-EDIT-A DELIMITED BY SIZE
011530         INTO MT-RPT-LIGNE.
011540     WRITE MT-RPT-LIGNE.
011550     MOVE SPACES TO MT-RPT-LIGNE.
011560     WRITE MT-RPT-LIGNE.
011570     IF MT-EN-ECART
011580         MOVE "CONCLUSION : MAITRE EN ECART" TO MT-RPT-LIGNE
011590     ELSE
011600         MOVE "CONCLUSION : MAITRE COHERENT" TO MT-RPT-LIGNE
011610     END-IF.
011620     WRITE MT-RPT-LIGNE.
011630 8300-EXIT.
011640     EXIT.
011650*
011660 8350-IMPRIMER-UN-ABSENT.
011670     MOVE MT-ECART-NOMBRE(MT-ECART-IDX) TO MT-EDIT-NOMBRE.
011680     MOVE SPACES TO MT-RPT-LIGNE.
011690     STRING "  NOMBRE " DELIMITED BY SIZE
011700         MT-EDIT-NOMBRE DELIMITED BY SIZE
011710         " ABSENT DU MAITRE" DELIMITED BY SIZE
011720         INTO MT-RPT-LIGNE.
011730     WRITE MT-RPT-LIGNE.
011740 8350-EXIT.
011750     EXIT.
011760*
011770*----------------------------------------------------------------*
011780* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
011790* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
011800*----------------------------------------------------------------*
011810 9000-ERREUR-FICHIER.
011820     DISPLAY "ERREUR E/S - " MT-MSG-ERREUR
011830         " - STATUT " MT-STATUT-ERREUR-FICHIER.
011840     MOVE 16 TO RETURN-CODE.
011850     IF HAB-ACCORDEE
011860         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
011870     END-IF.
011880     STOP RUN.
011890 9000-EXIT.
011900     EXIT.
