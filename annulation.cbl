000600*                 FERMETURE DU MAITRE EN 1300 ET L'ETAT
000610*                 RECLAMAIT UNE RECONSTRUCTION INUTILE A CHAQUE
000620*                 ANNULATION.
000630* 15/10/2026 JM   LES PASSAGES DE L'EXECUTION ANNULEE SONT AUSSI
000640*                 SUPPRIMES DE L'HISTORIQUE INDEXE DES PASSAGES
000650*                 PAIRIHIS (UN PASSAGE PAR RESULTAT RETIRE),
000660*                 OUVERT ET FERME AVEC LE MAITRE. L'ETAT DONNE LE
000670*                 NOMBRE DE PASSAGES SUPPRIMES ET SIGNALE UN
000680*                 HISTORIQUE INDISPONIBLE.
000690* 15/10/2026 JM   PERIODES CLOSES (REGISTRE PAIRICLO, PROGRAMME
000700*                 CLOTURE) : UNE EXECUTION DONT DES
000710*                 ENREGISTREMENTS VIVANTS (REJETS REPORTES) SONT
000720*                 DATES DANS UNE PERIODE CLOSE N'EST PLUS ANNULEE
000730*                 (CODE RETOUR 12, RIEN N'EST ECRIT). NOUVEAU
000740*                 PARAMETRE PERIODE=AAAAMM : LECTURE SEULE DES
000750*                 GENERATIONS ARCHIVEES PAIRIOUT-AAAAMM ET
000760*                 PAIRIREJ-AAAAMM. L'ETAT DONNE LES
000770*                 ENREGISTREMENTS DE L'EXECUTION ET L'ANNULATION
000780*                 EST REFUSEE (CODE RETOUR 12).
000790* 15/10/2026 JM   ACTION SENSIBLE : OPERATEUR= ET APPROBATEUR= (UN
000800*                 SECOND OPERATEUR) SONT EXIGES DANS ANNUPARM ET
000810*                 CONTROLES PAR LE SOUS-PROGRAMME HABILITE CONTRE
000820*                 LES HABILITATIONS PAIRIOPE (ACTION ANNULER). UN
000830*                 REFUS ARRETE LE PROGRAMME AVANT TOUTE LECTURE
000840*                 (CODE RETOUR 16). LA DEMANDE ET LA FIN DE
000850*                 L'ACTION, AVEC SON CODE RETOUR, SONT ECRITES AU
000860*                 JOURNAL DES OPERATIONS PAIRIJOP.
000870* 15/10/2026 JM   CORRECTION SUITE A REVUE : L'HABILITATION N'EST
000880*                 DEMANDEE QU'APRES LA LECTURE DU REGISTRE DES
000890*                 CLOTURES ET SEULEMENT POUR UNE ANNULATION : LA
000900*                 CONSULTATION PERIODE= (LECTURE SEULE) NE LA
000910*                 DEMANDE PLUS ET UNE PERIODE NON CLOSE N'ARRETE
000920*                 PLUS LE PROGRAMME APRES UNE HABILITATION
000930*                 ACCORDEE SANS FIN D'ACTION AU JOURNAL.
000940* 15/10/2026 JM   CORRECTION SUITE A REVUE : LES VALEURS ENCORE
000950*                 OUVERTES (EN ATTENTE OU VISEES) QUE L'EXECUTION
000960*                 ANNULEE AVAIT RETENUES POUR APPROBATION SONT
000970*                 RETIREES DE PAIRIRET (NOUVELLE GENERATION
000980*                 PAIRIRTA, A RENOMMER COMME PAIRIOTA ET
000990*                 PAIRIRJA), SINON APPROBATION POUVAIT ENCORE LES
001000*                 CLASSER ET LA RE-EXECUTION LES RETENAIT UNE
001010*                 SECONDE FOIS. LES VALEURS DEJA DECIDEES SONT
001020*                 CONSERVEES. L'ETAT DONNE LES COMPTES AVANT /
001030*                 APRES ET LES RETIRES.
001040*----------------------------------------------------------------*
001050*
001060 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT OPTIONAL PARAMETRES-IN
001100         ASSIGN TO "ANNUPARM"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS AN-PRM-STATUT.
001130     SELECT OPTIONAL PAIR-IMPAIR-OUT
001140         ASSIGN TO DYNAMIC AN-FIC-RESULTATS
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS AN-OUT-STATUT.
001170     SELECT RESULTATS-OUT
001180         ASSIGN TO "PAIRIOTA"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS AN-OTA-STATUT.
001210     SELECT OPTIONAL PAIR-IMPAIR-REJ
001220         ASSIGN TO DYNAMIC AN-FIC-REJETS
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS AN-REJ-STATUT.
001250     SELECT REJETS-OUT
001260         ASSIGN TO "PAIRIRJA"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS AN-RJA-STATUT.
001290     SELECT OPTIONAL RETENUES-IN
001300         ASSIGN TO "PAIRIRET"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS AN-RET-STATUT.
001330     SELECT RETENUES-OUT
001340         ASSIGN TO "PAIRIRTA"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS AN-RTA-STATUT.
001370     SELECT OPTIONAL PAIR-IMPAIR-MST
001380         ASSIGN TO "PAIRIMST"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS PIM-NOMBRE
001420         FILE STATUS IS AN-MST-STATUT.
001430     SELECT OPTIONAL HISTORIQUE-PASSAGES
001440         ASSIGN TO "PAIRIHIS"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS PIH-CLE
001480         FILE STATUS IS AN-HIS-STATUT.
001490     SELECT OPTIONAL REGISTRE-FILE
001500         ASSIGN TO "PAIRICLO"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS AN-CLO-STATUT.
001530     SELECT ANNULATION-RPT
001540         ASSIGN TO "ANNULRPT"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS AN-RPT-STATUT.
001570*
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  PARAMETRES-IN
001610     LABEL RECORDS ARE STANDARD.
001620 01  PARAMETRE-REC           PIC X(80).
001630*
001640 FD  PAIR-IMPAIR-OUT
001650     LABEL RECORDS ARE STANDARD.
001660     COPY PAIRIREC.
001670*
001680 FD  RESULTATS-OUT
001690     LABEL RECORDS ARE STANDARD.
001700 01  RESULTAT-SORTIE-REC     PIC X(49).
001710*
001720 FD  PAIR-IMPAIR-REJ
001730     LABEL RECORDS ARE STANDARD.
001740     COPY PAIRIREJ.
001750*
001760 FD  REJETS-OUT
001770     LABEL RECORDS ARE STANDARD.
001780 01  REJET-SORTIE-REC        PIC X(29).
001790*
001800 FD  RETENUES-IN
001810     LABEL RECORDS ARE STANDARD.
001820     COPY PAIRIRET.
001830*
001840 FD  RETENUES-OUT
001850     LABEL RECORDS ARE STANDARD.
001860 01  RETENUE-SORTIE-REC      PIC X(120).
001870*
001880 FD  PAIR-IMPAIR-MST
001890     LABEL RECORDS ARE STANDARD.
001900     COPY PAIRIMST.
001910*
001920 FD  HISTORIQUE-PASSAGES
001930     LABEL RECORDS ARE STANDARD.
001940     COPY PAIRIHIS.
001950*
001960 FD  REGISTRE-FILE
001970     LABEL RECORDS ARE STANDARD.
001980     COPY PAIRICLO.
001990*
002000 FD  ANNULATION-RPT
002010     LABEL RECORDS ARE STANDARD.
002020 01  AN-RPT-LIGNE            PIC X(80).
002030*
002040 WORKING-STORAGE SECTION.
002050*
002060*----------------------------------------------------------------*
002070* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
002080* L'OUVERTURE DES FICHIERS OPTIONNELS.
002090*----------------------------------------------------------------*
002100 77  AN-PRM-STATUT           PIC X(02) VALUE "00".
002110     88  AN-PRM-OK               VALUE "00".
002120     88  AN-PRM-ABSENT           VALUE "05".
002130 77  AN-OUT-STATUT           PIC X(02) VALUE "00".
002140     88  AN-OUT-OK               VALUE "00".
002150     88  AN-OUT-ABSENT           VALUE "05".
002160 77  AN-OTA-STATUT           PIC X(02) VALUE "00".
002170     88  AN-OTA-OK               VALUE "00".
002180     88  AN-OTA-ABSENT           VALUE "05".
002190 77  AN-REJ-STATUT           PIC X(02) VALUE "00".
002200     88  AN-REJ-OK               VALUE "00".
002210     88  AN-REJ-ABSENT           VALUE "05".
002220 77  AN-RJA-STATUT           PIC X(02) VALUE "00".
002230     88  AN-RJA-OK               VALUE "00".
002240 77  AN-RET-STATUT           PIC X(02) VALUE "00".
002250     88  AN-RET-OK               VALUE "00".
002260     88  AN-RET-ABSENT           VALUE "05".
002270 77  AN-RTA-STATUT           PIC X(02) VALUE "00".
002280     88  AN-RTA-OK               VALUE "00".
002290 77  AN-MST-STATUT           PIC X(02) VALUE "00".
002300     88  AN-MST-OK               VALUE "00".
002310     88  AN-MST-ABSENT           VALUE "05".
002320 77  AN-HIS-STATUT           PIC X(02) VALUE "00".
002330     88  AN-HIS-OK               VALUE "00".
002340     88  AN-HIS-ABSENT           VALUE "05".
002350 77  AN-CLO-STATUT           PIC X(02) VALUE "00".
002360     88  AN-CLO-OK               VALUE "00".
002370     88  AN-CLO-ABSENT           VALUE "05".
002380 77  AN-RPT-STATUT           PIC X(02) VALUE "00".
002390     88  AN-RPT-OK               VALUE "00".
002400 77  AN-MSG-ERREUR           PIC X(40) VALUE SPACES.
002410 77  AN-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
002420*
002430*----------------------------------------------------------------*
002440* PARAMETRES DU PASSAGE (FICHIER ANNUPARM) : EXECUTION=NNNNN,
002450* OPERATEUR= ET APPROBATEUR=, OBLIGATOIRES, ET PERIODE=AAAAMM
002460* (PERIODE CLOSE A CONSULTER), FACULTATIF. UN PARAMETRE ABSENT OU
002470* INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16). LES LIGNES LUES
002480* SONT RECOPIEES DANS AN-PRM-JOURNAL POUR LE JOURNAL.
002490*----------------------------------------------------------------*
002500 77  AN-NO-EXECUTION         PIC 9(05) VALUE 0.
002510 77  AN-PRM-EOF-SW           PIC X VALUE "N".
002520     88  AN-PRM-EOF              VALUE "Y".
002530 77  AN-PRM-CLE              PIC X(20) VALUE SPACES.
002540 77  AN-PRM-VALEUR           PIC X(60) VALUE SPACES.
002550 77  AN-PRM-VAL-NET          PIC X(60) VALUE SPACES.
002560 77  AN-PRM-NOMBRE           PIC 9(08) VALUE 0.
002570 77  AN-PERIODE              PIC X(06) VALUE SPACES.
002580     88  AN-SANS-PERIODE         VALUE SPACES.
002590 77  AN-OPERATEUR            PIC X(08) VALUE SPACES.
002600 77  AN-APPROBATEUR          PIC X(08) VALUE SPACES.
002610 77  AN-PRM-JOURNAL          PIC X(80) VALUE SPACES.
002620 77  AN-PRM-POS              PIC 9(03) COMP VALUE 1.
002630*
002640*----------------------------------------------------------------*
002650* ZONE D'APPEL DU CONTROLE DES HABILITATIONS (CALL "HABILITE").
002660*----------------------------------------------------------------*
002670 COPY PAIRIHAB.
002680*
002690*----------------------------------------------------------------*
002700* PERIODES CLOSES : FIN DE LA DERNIERE PERIODE DU REGISTRE
002710* PAIRICLO, NOMS DES GENERATIONS LUES (VIVANTES OU ARCHIVEES) ET
002720* ENREGISTREMENTS DE L'EXECUTION RELEVANT D'UNE PERIODE CLOSE.
002730*----------------------------------------------------------------*
002740 77  AN-FIC-RESULTATS        PIC X(20) VALUE "PAIRIOUT".
002750 77  AN-FIC-REJETS           PIC X(20) VALUE "PAIRIREJ".
002760 77  AN-CLO-EOF-SW           PIC X VALUE "N".
002770     88  AN-CLO-EOF              VALUE "Y".
002780 77  AN-PERIODE-CLOSE-SW     PIC X VALUE "N".
002790     88  AN-PERIODE-CLOSE        VALUE "Y".
002800 77  AN-DERNIERE-FIN         PIC 9(08) VALUE 0.
002810 77  AN-NB-OUT-CLOS          PIC 9(09) COMP VALUE 0.
002820 77  AN-NB-REJ-CLOS          PIC 9(09) COMP VALUE 0.
002830*
002840*----------------------------------------------------------------*
002850* ZONES DE TRAVAIL DE L'ANNULATION. LES DATES ET EXECUTIONS DE
002860* PREMIER / DERNIER PASSAGE RETIREES SONT D'ABORD MARQUEES
002870* (ZERO POUR LE DERNIER, VALEUR HAUTE POUR LE PREMIER) PUIS
002880* RETABLIES PAR LA RELECTURE DE LA NOUVELLE GENERATION.
002890*----------------------------------------------------------------*
002900 77  AN-OUT-EOF-SW           PIC X VALUE "N".
002910     88  AN-OUT-EOF              VALUE "Y".
002920 77  AN-REJ-EOF-SW           PIC X VALUE "N".
002930     88  AN-REJ-EOF              VALUE "Y".
002940 77  AN-RET-EOF-SW           PIC X VALUE "N".
002950     88  AN-RET-EOF              VALUE "Y".
002960 77  AN-OTA-EOF-SW           PIC X VALUE "N".
002970     88  AN-OTA-EOF              VALUE "Y".
002980 77  AN-MST-DISPO-SW         PIC X VALUE "N".
002990     88  AN-MST-DISPONIBLE       VALUE "Y".
003000 77  AN-MST-AVERTIR-SW       PIC X VALUE "N".
003010     88  AN-MST-AVERTIR          VALUE "Y".
003020 77  AN-MST-MODIFIE-SW       PIC X VALUE "N".
003030     88  AN-MST-MODIFIE          VALUE "Y".
003040 77  AN-HIS-DISPO-SW         PIC X VALUE "N".
003050     88  AN-HIS-DISPONIBLE       VALUE "Y".
003060 77  AN-HIS-AVERTIR-SW       PIC X VALUE "N".
003070     88  AN-HIS-AVERTIR          VALUE "Y".
003080*
003090*----------------------------------------------------------------*
003100* IMAGE DE TRAVAIL DE PAIRIREC POUR LA RELECTURE DE LA NOUVELLE
003110* GENERATION : LE FICHIER PAIR-IMPAIR-OUT EST DEJA FERME A CE
003120* MOMENT, SA ZONE D'ENREGISTREMENT NE DOIT PLUS ETRE REFERENCEE.
003130*----------------------------------------------------------------*
003140 COPY PAIRIREC REPLACING LEADING ==PIR== BY ==ARR==
003150     ==PAIR-IMPAIR-REC== BY ==AN-RESULTAT-RELU==.
003160*
003170*----------------------------------------------------------------*
003180* COMPTEURS AVANT / APRES DE L'ETAT D'ANNULATION.
003190*----------------------------------------------------------------*
003200 77  AN-NB-OUT-AVANT         PIC 9(09) COMP VALUE 0.
003210 77  AN-NB-OUT-APRES         PIC 9(09) COMP VALUE 0.
003220 77  AN-NB-OUT-RETIRES       PIC 9(09) COMP VALUE 0.
003230 77  AN-NB-REJ-AVANT         PIC 9(09) COMP VALUE 0.
003240 77  AN-NB-REJ-APRES         PIC 9(09) COMP VALUE 0.
003250 77  AN-NB-REJ-RETIRES       PIC 9(09) COMP VALUE 0.
003260 77  AN-NB-RET-AVANT         PIC 9(09) COMP VALUE 0.
003270 77  AN-NB-RET-APRES         PIC 9(09) COMP VALUE 0.
003280 77  AN-NB-RET-RETIRES       PIC 9(09) COMP VALUE 0.
003290 77  AN-NB-MST-SUPPRIMES     PIC 9(09) COMP VALUE 0.
003300 77  AN-NB-MST-DECREMENTES   PIC 9(09) COMP VALUE 0.
003310 77  AN-NB-MST-RETABLIS      PIC 9(09) COMP VALUE 0.
003320 77  AN-NB-HIS-SUPPRIMES     PIC 9(09) COMP VALUE 0.
003330 77  AN-EDIT-A               PIC ZZZZZZZZ9.
003340 77  AN-EDIT-B               PIC ZZZZZZZZ9.
003350 77  AN-RPT-NO-EXEC          PIC ZZZZ9.
003360*
003370 PROCEDURE DIVISION.
003380*
003390 0000-MAINLINE.
003400     MOVE SPACES TO HABILITATION-ZONE.
003410     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
003420     PERFORM 1400-LIRE-REGISTRE THRU 1400-EXIT.
003430     IF NOT AN-SANS-PERIODE
003440         PERFORM 5000-CONSULTER-PERIODE THRU 5000-EXIT
003450         PERFORM 8500-IMPRIMER-REFUS THRU 8500-EXIT
003460         DISPLAY "PERIODE " AN-PERIODE
003470             " CLOSE - ANNULATION REFUSEE"
003480         MOVE 12 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     PERFORM 1600-CONTROLER-HABILITATION THRU 1600-EXIT.
003520     PERFORM 1500-CONTROLER-CLOTURE THRU 1500-EXIT.
003530     IF AN-NB-OUT-CLOS > 0 OR AN-NB-REJ-CLOS > 0
003540         PERFORM 8500-IMPRIMER-REFUS THRU 8500-EXIT
003550         DISPLAY "EXECUTION " AN-NO-EXECUTION
003560             " DANS UNE PERIODE CLOSE - ANNULATION REFUSEE"
003570         MOVE 12 TO RETURN-CODE
003580         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
003590         STOP RUN
003600     END-IF.
003610     PERFORM 1200-OUVRIR-MAITRE THRU 1200-EXIT.
003620     PERFORM 2000-RETIRER-RESULTATS THRU 2000-EXIT.
003630     PERFORM 2500-RETIRER-RETENUS THRU 2500-EXIT.
003640     PERFORM 3000-RETIRER-REJETS THRU 3000-EXIT.
003650     PERFORM 4000-RETABLIR-MAITRE THRU 4000-EXIT.
003660     PERFORM 1300-FERMER-MAITRE THRU 1300-EXIT.
003670     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
003680     IF AN-NB-OUT-RETIRES = 0 AND AN-NB-REJ-RETIRES = 0
003690         AND AN-NB-RET-RETIRES = 0
003700         DISPLAY "AUCUN ENREGISTREMENT POUR L'EXECUTION "
003710             AN-NO-EXECUTION
003720         MOVE 8 TO RETURN-CODE
003730     END-IF.
003740     PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT.
003750     STOP RUN.
003760*
003770 1000-LIRE-PARAMETRES.
003780     OPEN INPUT PARAMETRES-IN.
003790     IF NOT AN-PRM-OK AND NOT AN-PRM-ABSENT
003800         MOVE "PARAMETRES-IN (OUVERTURE)" TO AN-MSG-ERREUR
003810         MOVE AN-PRM-STATUT TO AN-STATUT-ERREUR-FICHIER
003820         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003830     END-IF.
003840     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
003850         UNTIL AN-PRM-EOF.
003860     CLOSE PARAMETRES-IN.
003870     IF AN-NO-EXECUTION = 0
003880         DISPLAY "PARAMETRE EXECUTION= ABSENT OU INVALIDE"
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     DISPLAY "ANNULATION DE L'EXECUTION " AN-NO-EXECUTION.
003930 1000-EXIT.
003940     EXIT.
003950*
003960 1100-LIRE-UN-PARAMETRE.
003970     READ PARAMETRES-IN
003980         AT END
003990             MOVE "Y" TO AN-PRM-EOF-SW
004000         NOT AT END
004010             IF PARAMETRE-REC NOT = SPACES
004020                 AND PARAMETRE-REC(1:1) NOT = "*"
004030                 PERFORM 1160-NOTER-PARAMETRE THRU 1160-EXIT
004040                 PERFORM 1150-APPLIQUER-PARAMETRE
004050                     THRU 1150-EXIT
004060             END-IF
004070     END-READ.
004080 1100-EXIT.
004090     EXIT.
004100*
004110 1150-APPLIQUER-PARAMETRE.
004120     MOVE SPACES TO AN-PRM-CLE.
004130     MOVE SPACES TO AN-PRM-VALEUR.
004140     UNSTRING PARAMETRE-REC DELIMITED BY "="
004150         INTO AN-PRM-CLE, AN-PRM-VALEUR.
004160     MOVE FUNCTION TRIM(AN-PRM-CLE) TO AN-PRM-CLE.
004170     MOVE FUNCTION TRIM(AN-PRM-VALEUR) TO AN-PRM-VAL-NET.
004180     EVALUATE AN-PRM-CLE
004190         WHEN "EXECUTION"
004200             IF FUNCTION TEST-NUMVAL(AN-PRM-VAL-NET) = 0
004210                 COMPUTE AN-PRM-NOMBRE =
004220                     FUNCTION NUMVAL(AN-PRM-VAL-NET)
004230             ELSE
004240                 MOVE 0 TO AN-PRM-NOMBRE
004250             END-IF
004260             IF AN-PRM-NOMBRE >= 1 AND AN-PRM-NOMBRE <= 99999
004270                 MOVE AN-PRM-NOMBRE TO AN-NO-EXECUTION
004280             ELSE
004290                 PERFORM 1900-PARAMETRE-INVALIDE
004300                     THRU 1900-EXIT
004310             END-IF
004320         WHEN "PERIODE"
004330             IF AN-PRM-VAL-NET(1:6) NOT NUMERIC
004340                 OR AN-PRM-VAL-NET(7:) NOT = SPACES
004350                 OR AN-PRM-VAL-NET(5:2) < "01"
004360                 OR AN-PRM-VAL-NET(5:2) > "12"
004370                 PERFORM 1900-PARAMETRE-INVALIDE
004380                     THRU 1900-EXIT
004390             END-IF
004400             MOVE AN-PRM-VAL-NET(1:6) TO AN-PERIODE
004410         WHEN "OPERATEUR"
004420             IF AN-PRM-VAL-NET = SPACES
004430                 OR AN-PRM-VAL-NET(9:) NOT = SPACES
004440                 PERFORM 1900-PARAMETRE-INVALIDE
004450                     THRU 1900-EXIT
004460             END-IF
004470             MOVE AN-PRM-VAL-NET(1:8) TO AN-OPERATEUR
004480         WHEN "APPROBATEUR"
004490             IF AN-PRM-VAL-NET = SPACES
004500                 OR AN-PRM-VAL-NET(9:) NOT = SPACES
004510                 PERFORM 1900-PARAMETRE-INVALIDE
004520                     THRU 1900-EXIT
004530             END-IF
004540             MOVE AN-PRM-VAL-NET(1:8) TO AN-APPROBATEUR
004550         WHEN OTHER
004560             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
004570     END-EVALUATE.
004580 1150-EXIT.
004590     EXIT.
004600*
004610 1160-NOTER-PARAMETRE.
004620     STRING PARAMETRE-REC DELIMITED BY "  "
004630         ";" DELIMITED BY SIZE
004640         INTO AN-PRM-JOURNAL WITH POINTER AN-PRM-POS
004650         ON OVERFLOW
004660             CONTINUE
004670     END-STRING.
004680 1160-EXIT.
004690     EXIT.
004700*
004710 1900-PARAMETRE-INVALIDE.
004720     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
004730     MOVE 16 TO RETURN-CODE.
004740     STOP RUN.
004750 1900-EXIT.
004760     EXIT.
004770*
004780*----------------------------------------------------------------*
004790* OUVERTURE DU MAITRE EN MISE A JOUR. SON INDISPONIBILITE
004800* N'EMPECHE PAS DE RETIRER LES ENREGISTREMENTS DES FICHIERS
004810* SEQUENTIELS : LE MAITRE SERA ALORS A RECONSTRUIRE PAR LE
004820* PROGRAMME MAINTENANCE (MODE=RECONSTRUCTION), ET L'ETAT LE
004830* SIGNALE.
004840*----------------------------------------------------------------*
004850 1200-OUVRIR-MAITRE.
004860     OPEN I-O PAIR-IMPAIR-MST.
004870     IF AN-MST-OK OR AN-MST-ABSENT
004880         MOVE "Y" TO AN-MST-DISPO-SW
004890     ELSE
004900         MOVE "N" TO AN-MST-DISPO-SW
004910         MOVE "Y" TO AN-MST-AVERTIR-SW
004920         DISPLAY "FICHIER MAITRE INDISPONIBLE - STATUT "
004930             AN-MST-STATUT " - MAITRE NON INVERSE"
004940     END-IF.
004950     OPEN I-O HISTORIQUE-PASSAGES.
004960     IF AN-HIS-OK OR AN-HIS-ABSENT
004970         MOVE "Y" TO AN-HIS-DISPO-SW
004980     ELSE
004990         MOVE "N" TO AN-HIS-DISPO-SW
005000         MOVE "Y" TO AN-HIS-AVERTIR-SW
005010         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE - STATUT "
005020             AN-HIS-STATUT " - PASSAGES NON SUPPRIMES"
005030     END-IF.
005040 1200-EXIT.
005050     EXIT.
005060*
005070 1300-FERMER-MAITRE.
005080     IF AN-MST-DISPONIBLE
005090         CLOSE PAIR-IMPAIR-MST
005100         MOVE "N" TO AN-MST-DISPO-SW
005110     END-IF.
005120     IF AN-HIS-DISPONIBLE
005130         CLOSE HISTORIQUE-PASSAGES
005140         MOVE "N" TO AN-HIS-DISPO-SW
005150     END-IF.
005160 1300-EXIT.
005170     EXIT.
005180*
005190*----------------------------------------------------------------*
005200* REGISTRE DES CLOTURES : FIN DE LA DERNIERE PERIODE CLOSE ET,
005210* AVEC PERIODE=, CONTROLE QUE LA PERIODE DEMANDEE EST CLOSE.
005220*----------------------------------------------------------------*
005230 1400-LIRE-REGISTRE.
005240     OPEN INPUT REGISTRE-FILE.
005250     IF NOT AN-CLO-OK AND NOT AN-CLO-ABSENT
005260         MOVE "REGISTRE-FILE (OUVERTURE)" TO AN-MSG-ERREUR
005270         MOVE AN-CLO-STATUT TO AN-STATUT-ERREUR-FICHIER
005280         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005290     END-IF.
005300     PERFORM 1450-LIRE-UN-REGISTRE THRU 1450-EXIT
005310         UNTIL AN-CLO-EOF.
005320     CLOSE REGISTRE-FILE.
005330     IF NOT AN-SANS-PERIODE AND NOT AN-PERIODE-CLOSE
005340         DISPLAY "PERIODE " AN-PERIODE " NON CLOSE (PAIRICLO)"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380 1400-EXIT.
005390     EXIT.
005400*
005410 1450-LIRE-UN-REGISTRE.
005420     READ REGISTRE-FILE
005430         AT END
005440             MOVE "Y" TO AN-CLO-EOF-SW
005450             GO TO 1450-EXIT
005460     END-READ.
005470     IF NOT PIP-TOTAL-PERIODE
005480         GO TO 1450-EXIT
005490     END-IF.
005500     IF PIP-DATE-FIN > AN-DERNIERE-FIN
005510         MOVE PIP-DATE-FIN TO AN-DERNIERE-FIN
005520     END-IF.
005530     IF PIP-PERIODE = AN-PERIODE
005540         MOVE "Y" TO AN-PERIODE-CLOSE-SW
005550     END-IF.
005560 1450-EXIT.
005570     EXIT.
005580*
005590*----------------------------------------------------------------*
005600* AVANT TOUTE ECRITURE : LES ENREGISTREMENTS VIVANTS DE
005610* L'EXECUTION DATES AU PLUS TARD A LA FIN DE LA DERNIERE PERIODE
005620* CLOSE (REJETS EN SUSPENS REPORTES PAR LA CLOTURE) APPARTIENNENT
005630* A UNE PERIODE CLOSE : L'ANNULATION EST ALORS REFUSEE.
005640*----------------------------------------------------------------*
005650 1500-CONTROLER-CLOTURE.
005660     IF AN-DERNIERE-FIN = 0
005670         GO TO 1500-EXIT
005680     END-IF.
005690     OPEN INPUT PAIR-IMPAIR-OUT.
005700     IF NOT AN-OUT-OK AND NOT AN-OUT-ABSENT
005710         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO AN-MSG-ERREUR
005720         MOVE AN-OUT-STATUT TO AN-STATUT-ERREUR-FICHIER
005730         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005740     END-IF.
005750     PERFORM 1550-CONTROLER-UN-RESULTAT THRU 1550-EXIT
005760         UNTIL AN-OUT-EOF.
005770     CLOSE PAIR-IMPAIR-OUT.
005780     MOVE "N" TO AN-OUT-EOF-SW.
005790     OPEN INPUT PAIR-IMPAIR-REJ.
005800     IF NOT AN-REJ-OK AND NOT AN-REJ-ABSENT
005810         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO AN-MSG-ERREUR
005820         MOVE AN-REJ-STATUT TO AN-STATUT-ERREUR-FICHIER
005830         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005840     END-IF.
005850     PERFORM 1560-CONTROLER-UN-REJET THRU 1560-EXIT
005860         UNTIL AN-REJ-EOF.
005870     CLOSE PAIR-IMPAIR-REJ.
005880     MOVE "N" TO AN-REJ-EOF-SW.
005890 1500-EXIT.
005900     EXIT.
005910*
005920 1550-CONTROLER-UN-RESULTAT.
005930     READ PAIR-IMPAIR-OUT
005940         AT END
005950             MOVE "Y" TO AN-OUT-EOF-SW
005960         NOT AT END
005970             IF PIR-NO-EXECUTION = AN-NO-EXECUTION
005980                 AND PIR-DATE-TRAITEMENT NOT > AN-DERNIERE-FIN
005990                 ADD 1 TO AN-NB-OUT-CLOS
006000             END-IF
006010     END-READ.
006020 1550-EXIT.
006030     EXIT.
006040*
006050 1560-CONTROLER-UN-REJET.
006060     READ PAIR-IMPAIR-REJ
006070         AT END
006080             MOVE "Y" TO AN-REJ-EOF-SW
006090         NOT AT END
006100             IF PIJ-NO-EXECUTION = AN-NO-EXECUTION
006110                 AND PIJ-DATE-TRAITEMENT NOT > AN-DERNIERE-FIN
006120                 ADD 1 TO AN-NB-REJ-CLOS
006130             END-IF
006140     END-READ.
006150 1560-EXIT.
006160     EXIT.
006170*
006180*----------------------------------------------------------------*
006190* L'ANNULATION EST UNE ACTION SENSIBLE A DOUBLE REGARD :
006200* L'OPERATEUR ET L'APPROBATEUR SONT CONTROLES PAR HABILITE, QUI
006210* JOURNALISE LA DEMANDE. UN REFUS ARRETE LE PROGRAMME (CODE RETOUR
006220* 16).
006230*----------------------------------------------------------------*
006240 1600-CONTROLER-HABILITATION.
006250     MOVE "C" TO HAB-FONCTION.
006260     MOVE "ANNULATION" TO HAB-PROGRAMME.
006270     MOVE "ANNULER" TO HAB-ACTION.
006280     MOVE AN-OPERATEUR TO HAB-OPERATEUR.
006290     MOVE AN-APPROBATEUR TO HAB-APPROBATEUR.
006300     MOVE "O" TO HAB-DOUBLE-REGARD.
006310     MOVE AN-PRM-JOURNAL TO HAB-PARAMETRES.
006320     MOVE 0 TO HAB-CODE-RETOUR.
006330     CALL "HABILITE" USING HABILITATION-ZONE.
006340     IF HAB-REFUSEE
006350         DISPLAY "ANNULATION REFUSEE - " HAB-MOTIF
006360             " - OPERATEUR " AN-OPERATEUR
006370             " APPROBATEUR " AN-APPROBATEUR
006380         MOVE 16 TO RETURN-CODE
006390         STOP RUN
006400     END-IF.
006410     MOVE 0 TO RETURN-CODE.
006420 1600-EXIT.
006430     EXIT.
006440*
006450*----------------------------------------------------------------*
006460* RETRAIT DES RESULTATS DE L'EXECUTION ANNULEE : PAIR-IMPAIR-OUT
006470* EST RECOPIE SUR LA NOUVELLE GENERATION PAIRIOTA SANS LES
006480* ENREGISTREMENTS DE L'EXECUTION, DONT CHACUN INVERSE EN OUTRE
006490* SON NOMBRE AU MAITRE (UN PASSAGE DE MOINS, SUPPRESSION SI
006500* C'ETAIT LE SEUL).
006510*----------------------------------------------------------------*
006520 2000-RETIRER-RESULTATS.
006530     OPEN INPUT PAIR-IMPAIR-OUT.
006540     IF NOT AN-OUT-OK AND NOT AN-OUT-ABSENT
006550         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO AN-MSG-ERREUR
006560         MOVE AN-OUT-STATUT TO AN-STATUT-ERREUR-FICHIER
006570         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006580     END-IF.
006590     OPEN OUTPUT RESULTATS-OUT.
006600     IF NOT AN-OTA-OK
006610         MOVE "RESULTATS-OUT (OUVERTURE)" TO AN-MSG-ERREUR
006620         MOVE AN-OTA-STATUT TO AN-STATUT-ERREUR-FICHIER
006630         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006640     END-IF.
006650     PERFORM 2100-LIRE-UN-RESULTAT THRU 2100-EXIT
006660         UNTIL AN-OUT-EOF.
006670     CLOSE PAIR-IMPAIR-OUT.
006680     CLOSE RESULTATS-OUT.
006690 2000-EXIT.
006700     EXIT.
006710*
006720 2100-LIRE-UN-RESULTAT.
006730     READ PAIR-IMPAIR-OUT
006740         AT END
006750             MOVE "Y" TO AN-OUT-EOF-SW
006760         NOT AT END
006770             ADD 1 TO AN-NB-OUT-AVANT
006780             IF PIR-NO-EXECUTION = AN-NO-EXECUTION
006790                 ADD 1 TO AN-NB-OUT-RETIRES
006800                 PERFORM 2300-INVERSER-MAITRE THRU 2300-EXIT
006810                 PERFORM 2400-RETIRER-HISTORIQUE THRU 2400-EXIT
006820             ELSE
006830                 ADD 1 TO AN-NB-OUT-APRES
006840                 MOVE PAIR-IMPAIR-REC TO RESULTAT-SORTIE-REC
006850                 WRITE RESULTAT-SORTIE-REC
006860                 IF NOT AN-OTA-OK
006870                     MOVE "RESULTATS-OUT (ECRITURE)"
006880                         TO AN-MSG-ERREUR
006890                     MOVE AN-OTA-STATUT
006900                         TO AN-STATUT-ERREUR-FICHIER
006910                     PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006920                 END-IF
006930             END-IF
006940     END-READ.
006950 2100-EXIT.
006960     EXIT.
006970*
006980*----------------------------------------------------------------*
006990* INVERSION AU MAITRE D'UN RESULTAT RETIRE : LE COMPTE DE
007000* PASSAGES EST DECREMENTE ET LE NOMBRE SUPPRIME S'IL N'EN RESTE
007010* AUCUN. LES DATES ET EXECUTIONS DE PREMIER / DERNIER PASSAGE
007020* PORTEES PAR L'EXECUTION ANNULEE SONT MARQUEES (ZERO POUR LE
007030* DERNIER, VALEUR HAUTE POUR LE PREMIER) ET RETABLIES EN 4000
007040* PAR RELECTURE DE LA NOUVELLE GENERATION.
007050*----------------------------------------------------------------*
007060 2300-INVERSER-MAITRE.
007070     IF NOT AN-MST-DISPONIBLE
007080         GO TO 2300-EXIT
007090     END-IF.
007100     MOVE PIR-NOMBRE TO PIM-NOMBRE.
007110     READ PAIR-IMPAIR-MST
007120         INVALID KEY
007130             GO TO 2300-EXIT
007140         NOT INVALID KEY
007150             CONTINUE
007160     END-READ.
007170     IF PIM-NB-PASSAGES <= 1
007180         DELETE PAIR-IMPAIR-MST RECORD
007190         IF NOT AN-MST-OK
007200             MOVE "PAIR-IMPAIR-MST (SUPPRESSION)"
007210                 TO AN-MSG-ERREUR
007220             MOVE AN-MST-STATUT TO AN-STATUT-ERREUR-FICHIER
007230             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007240         END-IF
007250         ADD 1 TO AN-NB-MST-SUPPRIMES
007260         GO TO 2300-EXIT
007270     END-IF.
007280     SUBTRACT 1 FROM PIM-NB-PASSAGES.
007290     IF PIM-NO-EXEC-DERNIER = AN-NO-EXECUTION
007300         MOVE 0 TO PIM-DATE-DERNIERE
007310         MOVE 0 TO PIM-NO-EXEC-DERNIER
007320     END-IF.
007330     IF PIM-NO-EXEC-PREMIER = AN-NO-EXECUTION
007340         MOVE 99999999 TO PIM-DATE-PREMIERE
007350         MOVE 99999 TO PIM-NO-EXEC-PREMIER
007360     END-IF.
007370     REWRITE PAIR-IMPAIR-MST-REC.
007380     IF NOT AN-MST-OK
007390         MOVE "PAIR-IMPAIR-MST (REECRITURE)" TO AN-MSG-ERREUR
007400         MOVE AN-MST-STATUT TO AN-STATUT-ERREUR-FICHIER
007410         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007420     END-IF.
007430     ADD 1 TO AN-NB-MST-DECREMENTES.
007440 2300-EXIT.
007450     EXIT.
007460*
007470*----------------------------------------------------------------*
007480* SUPPRESSION DE L'HISTORIQUE PAIRIHIS DU PASSAGE CORRESPONDANT
007490* A UN RESULTAT RETIRE : LE PREMIER PASSAGE RESTANT DU NOMBRE
007500* SOUS L'EXECUTION ANNULEE EST SUPPRIME (UN NOMBRE PASSE
007510* PLUSIEURS FOIS DANS L'EXECUTION A UN PASSAGE PAR RANG, DONC
007520* UN PAR RESULTAT).
007530*----------------------------------------------------------------*
007540 2400-RETIRER-HISTORIQUE.
007550     IF NOT AN-HIS-DISPONIBLE
007560         GO TO 2400-EXIT
007570     END-IF.
007580     MOVE PIR-NOMBRE      TO PIH-NOMBRE.
007590     MOVE AN-NO-EXECUTION TO PIH-NO-EXECUTION.
007600     MOVE 0               TO PIH-NO-RANG.
007610     START HISTORIQUE-PASSAGES
007620         KEY IS NOT LESS THAN PIH-CLE
007630         INVALID KEY
007640             GO TO 2400-EXIT
007650     END-START.
007660     READ HISTORIQUE-PASSAGES NEXT RECORD
007670         AT END
007680             GO TO 2400-EXIT
007690     END-READ.
007700     IF PIH-NOMBRE NOT = PIR-NOMBRE
007710         OR PIH-NO-EXECUTION NOT = AN-NO-EXECUTION
007720         GO TO 2400-EXIT
007730     END-IF.
007740     DELETE HISTORIQUE-PASSAGES RECORD.
007750     IF NOT AN-HIS-OK
007760         MOVE "HISTORIQUE-PASSAGES (SUPPRESSION)"
007770             TO AN-MSG-ERREUR
007780         MOVE AN-HIS-STATUT TO AN-STATUT-ERREUR-FICHIER
007790         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007800     END-IF.
007810     ADD 1 TO AN-NB-HIS-SUPPRIMES.
007820 2400-EXIT.
007830     EXIT.
007840*
007850*----------------------------------------------------------------*
007860* RETRAIT DES VALEURS RETENUES POUR APPROBATION PAR L'EXECUTION
007870* ANNULEE, SUR LE MEME MODELE (NOUVELLE GENERATION PAIRIRTA).
007880* SEULES LES VALEURS ENCORE OUVERTES (EN ATTENTE OU VISEES) SONT
007890* RETIREES : UNE VALEUR DEJA APPROUVEE OU REFUSEE A ETE CLASSEE
007900* OU REJETEE SOUS L'EXECUTION D'APPROBATION ET RESTE LE TEMOIN
007910* DE CETTE DECISION.
007920*----------------------------------------------------------------*
007930 2500-RETIRER-RETENUS.
007940     OPEN INPUT RETENUES-IN.
007950     IF NOT AN-RET-OK AND NOT AN-RET-ABSENT
007960         MOVE "RETENUES-IN (OUVERTURE)" TO AN-MSG-ERREUR
007970         MOVE AN-RET-STATUT TO AN-STATUT-ERREUR-FICHIER
007980         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007990     END-IF.
008000     OPEN OUTPUT RETENUES-OUT.
008010     IF NOT AN-RTA-OK
008020         MOVE "RETENUES-OUT (OUVERTURE)" TO AN-MSG-ERREUR
008030         MOVE AN-RTA-STATUT TO AN-STATUT-ERREUR-FICHIER
008040         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008050     END-IF.
008060     PERFORM 2550-LIRE-UNE-RETENUE THRU 2550-EXIT
008070         UNTIL AN-RET-EOF.
008080     CLOSE RETENUES-IN.
008090     CLOSE RETENUES-OUT.
008100 2500-EXIT.
008110     EXIT.
008120*
008130 2550-LIRE-UNE-RETENUE.
008140     READ RETENUES-IN
008150         AT END
008160             MOVE "Y" TO AN-RET-EOF-SW
008170         NOT AT END
008180             ADD 1 TO AN-NB-RET-AVANT
008190             IF PIT-NO-EXECUTION = AN-NO-EXECUTION
008200                 AND PIT-OUVERTE
008210                 ADD 1 TO AN-NB-RET-RETIRES
008220             ELSE
008230                 ADD 1 TO AN-NB-RET-APRES
008240                 MOVE PAIR-IMPAIR-RET-REC TO RETENUE-SORTIE-REC
008250                 WRITE RETENUE-SORTIE-REC
008260                 IF NOT AN-RTA-OK
008270                     MOVE "RETENUES-OUT (ECRITURE)"
008280                         TO AN-MSG-ERREUR
008290                     MOVE AN-RTA-STATUT
008300                         TO AN-STATUT-ERREUR-FICHIER
008310                     PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008320                 END-IF
008330             END-IF
008340     END-READ.
008350 2550-EXIT.
008360     EXIT.
008370*
008380*----------------------------------------------------------------*
008390* RETRAIT DES REJETS DE L'EXECUTION ANNULEE, SUR LE MEME MODELE
008400* QUE LES RESULTATS (NOUVELLE GENERATION PAIRIRJA).
008410*----------------------------------------------------------------*
008420 3000-RETIRER-REJETS.
008430     OPEN INPUT PAIR-IMPAIR-REJ.
008440     IF NOT AN-REJ-OK AND NOT AN-REJ-ABSENT
008450         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO AN-MSG-ERREUR
008460         MOVE AN-REJ-STATUT TO AN-STATUT-ERREUR-FICHIER
008470         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008480     END-IF.
008490     OPEN OUTPUT REJETS-OUT.
008500     IF NOT AN-RJA-OK
008510         MOVE "REJETS-OUT (OUVERTURE)" TO AN-MSG-ERREUR
008520         MOVE AN-RJA-STATUT TO AN-STATUT-ERREUR-FICHIER
008530         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008540     END-IF.
008550     PERFORM 3100-LIRE-UN-REJET THRU 3100-EXIT
008560         UNTIL AN-REJ-EOF.
008570     CLOSE PAIR-IMPAIR-REJ.
008580     CLOSE REJETS-OUT.
008590 3000-EXIT.
008600     EXIT.
008610*
008620 3100-LIRE-UN-REJET.
008630     READ PAIR-IMPAIR-REJ
008640         AT END
008650             MOVE "Y" TO AN-REJ-EOF-SW
008660         NOT AT END
008670             ADD 1 TO AN-NB-REJ-AVANT
008680             IF PIJ-NO-EXECUTION = AN-NO-EXECUTION
008690                 ADD 1 TO AN-NB-REJ-RETIRES
008700             ELSE
008710                 ADD 1 TO AN-NB-REJ-APRES
008720                 MOVE PAIR-IMPAIR-REJ-REC TO REJET-SORTIE-REC
008730                 WRITE REJET-SORTIE-REC
008740                 IF NOT AN-RJA-OK
008750                     MOVE "REJETS-OUT (ECRITURE)"
008760                         TO AN-MSG-ERREUR
008770                     MOVE AN-RJA-STATUT
008780                         TO AN-STATUT-ERREUR-FICHIER
008790                     PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008800                 END-IF
008810             END-IF
008820     END-READ.
008830 3100-EXIT.
008840     EXIT.
008850*
008860*----------------------------------------------------------------*
008870* RETABLISSEMENT DES DATES ET EXECUTIONS DE PREMIER / DERNIER
008880* PASSAGE MARQUEES EN 2300 : LA NOUVELLE GENERATION PAIRIOTA EST
008890* RELUE ET CHAQUE RESULTAT RESTANT REPOUSSE LES BORNES DE SON
008900* NOMBRE AU MAITRE (MIN POUR LE PREMIER PASSAGE, MAX POUR LE
008910* DERNIER). SEULS LES ENREGISTREMENTS MODIFIES SONT REECRITS.
008920*----------------------------------------------------------------*
008930 4000-RETABLIR-MAITRE.
008940     IF NOT AN-MST-DISPONIBLE
008950         GO TO 4000-EXIT
008960     END-IF.
008970     OPEN INPUT RESULTATS-OUT.
008980     IF NOT AN-OTA-OK AND NOT AN-OTA-ABSENT
008990         MOVE "RESULTATS-OUT (RELECTURE)" TO AN-MSG-ERREUR
009000         MOVE AN-OTA-STATUT TO AN-STATUT-ERREUR-FICHIER
009010         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009020     END-IF.
009030     PERFORM 4100-RELIRE-UN-RESULTAT THRU 4100-EXIT
009040         UNTIL AN-OTA-EOF.
009050     CLOSE RESULTATS-OUT.
009060 4000-EXIT.
009070     EXIT.
009080*
009090 4100-RELIRE-UN-RESULTAT.
009100     READ RESULTATS-OUT INTO AN-RESULTAT-RELU
009110         AT END
009120             MOVE "Y" TO AN-OTA-EOF-SW
009130         NOT AT END
009140             PERFORM 4200-RETABLIR-UN-NOMBRE THRU 4200-EXIT
009150     END-READ.
009160 4100-EXIT.
009170     EXIT.
009180*
009190 4200-RETABLIR-UN-NOMBRE.
009200     MOVE ARR-NOMBRE TO PIM-NOMBRE.
009210     READ PAIR-IMPAIR-MST
009220         INVALID KEY
009230             GO TO 4200-EXIT
009240         NOT INVALID KEY
009250             CONTINUE
009260     END-READ.
009270     MOVE "N" TO AN-MST-MODIFIE-SW.
009280     IF ARR-DATE-TRAITEMENT > PIM-DATE-DERNIERE
009290         OR (ARR-DATE-TRAITEMENT = PIM-DATE-DERNIERE
009300             AND ARR-NO-EXECUTION > PIM-NO-EXEC-DERNIER)
009310         MOVE ARR-DATE-TRAITEMENT TO PIM-DATE-DERNIERE
009320         MOVE ARR-NO-EXECUTION    TO PIM-NO-EXEC-DERNIER
009330         MOVE ARR-RESTE           TO PIM-RESTE
009340         IF ARR-VALEUR IS NUMERIC
009350             MOVE ARR-VALEUR      TO PIM-VALEUR
009360         ELSE
009370             MOVE ARR-NOMBRE      TO PIM-VALEUR
009380         END-IF
009390         MOVE ARR-VALIDE          TO PIM-VALIDE
009400         MOVE ARR-SOURCE          TO PIM-SOURCE
009410         MOVE "Y" TO AN-MST-MODIFIE-SW
009420     END-IF.
009430     IF ARR-DATE-TRAITEMENT < PIM-DATE-PREMIERE
009440         OR (ARR-DATE-TRAITEMENT = PIM-DATE-PREMIERE
009450             AND ARR-NO-EXECUTION < PIM-NO-EXEC-PREMIER)
009460         MOVE ARR-DATE-TRAITEMENT TO PIM-DATE-PREMIERE
009470         MOVE ARR-NO-EXECUTION    TO PIM-NO-EXEC-PREMIER
009480         MOVE "Y" TO AN-MST-MODIFIE-SW
009490     END-IF.
009500     IF AN-MST-MODIFIE
009510         REWRITE PAIR-IMPAIR-MST-REC
009520         IF NOT AN-MST-OK
009530             MOVE "PAIR-IMPAIR-MST (REECRITURE)"
009540                 TO AN-MSG-ERREUR
009550             MOVE AN-MST-STATUT TO AN-STATUT-ERREUR-FICHIER
009560             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009570         END-IF
009580         ADD 1 TO AN-NB-MST-RETABLIS
009590     END-IF.
009600 4200-EXIT.
009610     EXIT.
009620*
009630*----------------------------------------------------------------*
009640* CONSULTATION D'UNE PERIODE CLOSE (PERIODE=) : LES GENERATIONS
009650* ARCHIVEES PAIRIOUT-AAAAMM ET PAIRIREJ-AAAAMM SONT LUES SANS
009660* MISE A JOUR ET LES ENREGISTREMENTS DE L'EXECUTION COMPTES. UNE
009670* GENERATION ARCHIVEE ABSENTE ARRETE LE PROGRAMME.
009680*----------------------------------------------------------------*
009690 5000-CONSULTER-PERIODE.
009700     MOVE SPACES TO AN-FIC-RESULTATS.
009710     STRING "PAIRIOUT-" DELIMITED BY SIZE
009720         AN-PERIODE DELIMITED BY SIZE
009730         INTO AN-FIC-RESULTATS.
009740     MOVE SPACES TO AN-FIC-REJETS.
009750     STRING "PAIRIREJ-" DELIMITED BY SIZE
009760         AN-PERIODE DELIMITED BY SIZE
009770         INTO AN-FIC-REJETS.
009780     OPEN INPUT PAIR-IMPAIR-OUT.
009790     IF NOT AN-OUT-OK
009800         MOVE "PAIR-IMPAIR-OUT (ARCHIVE)" TO AN-MSG-ERREUR
009810         MOVE AN-OUT-STATUT TO AN-STATUT-ERREUR-FICHIER
009820         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009830     END-IF.
009840     PERFORM 5100-LIRE-UN-ARCHIVE THRU 5100-EXIT
009850         UNTIL AN-OUT-EOF.
009860     CLOSE PAIR-IMPAIR-OUT.
009870     OPEN INPUT PAIR-IMPAIR-REJ.
009880     IF NOT AN-REJ-OK
009890         MOVE "PAIR-IMPAIR-REJ (ARCHIVE)" TO AN-MSG-ERREUR
009900         MOVE AN-REJ-STATUT TO AN-STATUT-ERREUR-FICHIER
009910         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009920     END-IF.
009930     PERFORM 5200-LIRE-UN-REJET-ARCHIVE THRU 5200-EXIT
009940         UNTIL AN-REJ-EOF.
009950     CLOSE PAIR-IMPAIR-REJ.
009960 5000-EXIT.
009970     EXIT.
009980*
009990 5100-LIRE-UN-ARCHIVE.
010000     READ PAIR-IMPAIR-OUT
010010         AT END
010020             MOVE "Y" TO AN-OUT-EOF-SW
010030         NOT AT END
010040             IF PIR-NO-EXECUTION = AN-NO-EXECUTION
010050                 ADD 1 TO AN-NB-OUT-CLOS
010060             END-IF
010070     END-READ.
010080 5100-EXIT.
010090     EXIT.
010100*
010110 5200-LIRE-UN-REJET-ARCHIVE.
010120     READ PAIR-IMPAIR-REJ
010130         AT END
010140             MOVE "Y" TO AN-REJ-EOF-SW
010150         NOT AT END
010160             IF PIJ-NO-EXECUTION = AN-NO-EXECUTION
010170                 ADD 1 TO AN-NB-REJ-CLOS
010180             END-IF
010190     END-READ.
010200 5200-EXIT.
010210     EXIT.
010220*
010230*----------------------------------------------------------------*
010240* FIN DE L'ACTION AU JOURNAL DES OPERATIONS, AVEC LE CODE RETOUR,
010250* QUI EST REPOSITIONNE APRES L'APPEL.
010260*----------------------------------------------------------------*
010270 7900-CONCLURE-HABILITATION.
010280     MOVE RETURN-CODE TO HAB-CODE-RETOUR.
010290     MOVE "F" TO HAB-FONCTION.
010300     CALL "HABILITE" USING HABILITATION-ZONE.
010310     MOVE HAB-CODE-RETOUR TO RETURN-CODE.
010320 7900-EXIT.
010330     EXIT.
010340*
010350*----------------------------------------------------------------*
010360* ETAT D'ANNULATION : COMPTES AVANT / APRES PAR FICHIER ET
010370* MOUVEMENTS APPLIQUES AU MAITRE, POUR CONTROLE AVANT LE
010380* RENOMMAGE DES NOUVELLES GENERATIONS ET LA RE-EXECUTION.
010390*----------------------------------------------------------------*
010400 8000-IMPRIMER-ETAT.
010410     OPEN OUTPUT ANNULATION-RPT.
010420     IF NOT AN-RPT-OK
010430         MOVE "ANNULATION-RPT (OUVERTURE)" TO AN-MSG-ERREUR
010440         MOVE AN-RPT-STATUT TO AN-STATUT-ERREUR-FICHIER
010450         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010460     END-IF.
010470     MOVE "ETAT D'ANNULATION - PAIR-IMPAIR" TO AN-RPT-LIGNE.
010480     WRITE AN-RPT-LIGNE.
010490     MOVE AN-NO-EXECUTION TO AN-RPT-NO-EXEC.
010500     MOVE SPACES TO AN-RPT-LIGNE.
010510     STRING "EXECUTION ANNULEE        : " DELIMITED BY SIZE
010520         AN-RPT-NO-EXEC DELIMITED BY SIZE
010530         INTO AN-RPT-LIGNE.
010540     WRITE AN-RPT-LIGNE.
010550     MOVE AN-NB-OUT-AVANT TO AN-EDIT-A.
010560     MOVE AN-NB-OUT-APRES TO AN-EDIT-B.
010570     MOVE SPACES TO AN-RPT-LIGNE.
010580     STRING "RESULTATS AVANT " DELIMITED BY SIZE
010590         AN-EDIT-A DELIMITED BY SIZE
010600         " APRES " DELIMITED BY SIZE
010610         AN-EDIT-B DELIMITED BY SIZE
010620         INTO AN-RPT-LIGNE.
010630     WRITE AN-RPT-LIGNE.
010640     MOVE AN-NB-OUT-RETIRES TO AN-EDIT-A.
010650     MOVE SPACES TO AN-RPT-LIGNE.
010660     STRING "RESULTATS RETIRES        : " DELIMITED BY SIZE
010670         AN-EDIT-A DELIMITED BY SIZE
010680         INTO AN-RPT-LIGNE.
010690     WRITE AN-RPT-LIGNE.
010700     MOVE AN-NB-REJ-AVANT TO AN-EDIT-A.
010710     MOVE AN-NB-REJ-APRES TO AN-EDIT-B.
010720     MOVE SPACES TO AN-RPT-LIGNE.
010730     STRING "REJETS    AVANT " DELIMITED BY SIZE
010740         AN-EDIT-A DELIMITED BY SIZE
010750         " APRES " DELIMITED BY SIZE
010760         AN-EDIT-B DELIMITED BY SIZE
010770         INTO AN-RPT-LIGNE.
010780     WRITE AN-RPT-LIGNE.
010790     MOVE AN-NB-REJ-RETIRES TO AN-EDIT-A.
010800     MOVE SPACES TO AN-RPT-LIGNE.
010810     STRING "REJETS RETIRES           : " DELIMITED BY SIZE
010820         AN-EDIT-A DELIMITED BY SIZE
010830         INTO AN-RPT-LIGNE.
010840     WRITE AN-RPT-LIGNE.
010850     MOVE AN-NB-RET-AVANT TO AN-EDIT-A.
010860     MOVE AN-NB-RET-APRES TO AN-EDIT-B.
010870     MOVE SPACES TO AN-RPT-LIGNE.
010880     STRING "RETENUES  AVANT " DELIMITED BY SIZE
010890         AN-EDIT-A DELIMITED BY SIZE
010900         " APRES " DELIMITED BY SIZE
010910         AN-EDIT-B DELIMITED BY SIZE
010920         INTO AN-RPT-LIGNE.
010930     WRITE AN-RPT-LIGNE.
010940     MOVE AN-NB-RET-RETIRES TO AN-EDIT-A.
010950     MOVE SPACES TO AN-RPT-LIGNE.
010960     STRING "RETENUES RETIREES        : " DELIMITED BY SIZE
010970         AN-EDIT-A DELIMITED BY SIZE
010980         INTO AN-RPT-LIGNE.
010990     WRITE AN-RPT-LIGNE.
011000     MOVE AN-NB-MST-SUPPRIMES TO AN-EDIT-A.
011010     MOVE SPACES TO AN-RPT-LIGNE.
011020     STRING "NOMBRES SUPPRIMES MAITRE : " DELIMITED BY SIZE
011030         AN-EDIT-A DELIMITED BY SIZE
011040         INTO AN-RPT-LIGNE.
011050     WRITE AN-RPT-LIGNE.
011060     MOVE AN-NB-MST-DECREMENTES TO AN-EDIT-A.
011070     MOVE SPACES TO AN-RPT-LIGNE.
011080     STRING "PASSAGES DECREMENTES     : " DELIMITED BY SIZE
011090         AN-EDIT-A DELIMITED BY SIZE
011100         INTO AN-RPT-LIGNE.
011110     WRITE AN-RPT-LIGNE.
011120     MOVE AN-NB-MST-RETABLIS TO AN-EDIT-A.
011130     MOVE SPACES TO AN-RPT-LIGNE.
011140     STRING "NOMBRES RETABLIS MAITRE  : " DELIMITED BY SIZE
011150         AN-EDIT-A DELIMITED BY SIZE
011160         INTO AN-RPT-LIGNE.
011170     WRITE AN-RPT-LIGNE.
011180     MOVE AN-NB-HIS-SUPPRIMES TO AN-EDIT-A.
011190     MOVE SPACES TO AN-RPT-LIGNE.
011200     STRING "PASSAGES HISTORIQUE SUPPR: " DELIMITED BY SIZE
011210         AN-EDIT-A DELIMITED BY SIZE
011220         INTO AN-RPT-LIGNE.
011230     WRITE AN-RPT-LIGNE.
011240     IF AN-MST-AVERTIR
011250         AND (AN-NB-OUT-RETIRES > 0 OR AN-NB-REJ-RETIRES > 0)
011260         MOVE "MAITRE INDISPONIBLE - RECONSTRUCTION A PREVOIR"
011270             TO AN-RPT-LIGNE
011280         WRITE AN-RPT-LIGNE
011290     END-IF.
011300     IF AN-HIS-AVERTIR
011310         AND AN-NB-OUT-RETIRES > 0
011320         MOVE "HISTORIQUE INDISPONIBLE - RECONSTRUCTION A PREVOIR"
011330             TO AN-RPT-LIGNE
011340         WRITE AN-RPT-LIGNE
011350     END-IF.
011360     MOVE "NOUVELLES GENERATIONS : PAIRIOTA, PAIRIRJA, PAIRIRTA"
011370         TO AN-RPT-LIGNE.
011380     WRITE AN-RPT-LIGNE.
011390     CLOSE ANNULATION-RPT.
011400 8000-EXIT.
011410     EXIT.
011420*
011430*----------------------------------------------------------------*
011440* ETAT D'UNE ANNULATION REFUSEE POUR PERIODE CLOSE : CONSULTATION
011450* DES GENERATIONS ARCHIVEES (PERIODE=) OU ENREGISTREMENTS VIVANTS
011460* DATES DANS UNE PERIODE CLOSE. AUCUN FICHIER N'A ETE MODIFIE.
011470*----------------------------------------------------------------*
011480 8500-IMPRIMER-REFUS.
011490     OPEN OUTPUT ANNULATION-RPT.
011500     IF NOT AN-RPT-OK
011510         MOVE "ANNULATION-RPT (OUVERTURE)" TO AN-MSG-ERREUR
011520         MOVE AN-RPT-STATUT TO AN-STATUT-ERREUR-FICHIER
011530         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011540     END-IF.
011550     MOVE "ETAT D'ANNULATION - PAIR-IMPAIR" TO AN-RPT-LIGNE.
011560     WRITE AN-RPT-LIGNE.
011570     MOVE AN-NO-EXECUTION TO AN-RPT-NO-EXEC.
011580     MOVE SPACES TO AN-RPT-LIGNE.
011590     STRING "EXECUTION DEMANDEE       : " DELIMITED BY SIZE
011600         AN-RPT-NO-EXEC DELIMITED BY SIZE
011610         INTO AN-RPT-LIGNE.
011620     WRITE AN-RPT-LIGNE.
011630     MOVE SPACES TO AN-RPT-LIGNE.
011640     IF AN-SANS-PERIODE
011650         STRING "FIN DE PERIODE CLOSE     : " DELIMITED BY SIZE
011660             AN-DERNIERE-FIN DELIMITED BY SIZE
011670             " (ENREGISTREMENTS VIVANTS)" DELIMITED BY SIZE
011680             INTO AN-RPT-LIGNE
011690     ELSE
011700         STRING "PERIODE CLOSE CONSULTEE  : " DELIMITED BY SIZE
011710             AN-PERIODE DELIMITED BY SIZE
011720             " (" DELIMITED BY SIZE
011730             AN-FIC-RESULTATS DELIMITED BY SPACE
011740             " ET " DELIMITED BY SIZE
011750             AN-FIC-REJETS DELIMITED BY SPACE
011760             ")" DELIMITED BY SIZE
011770             INTO AN-RPT-LIGNE
011780     END-IF.
011790     WRITE AN-RPT-LIGNE.
011800     MOVE AN-NB-OUT-CLOS TO AN-EDIT-A.
011810     MOVE SPACES TO AN-RPT-LIGNE.
011820     STRING "RESULTATS DE L'EXECUTION : " DELIMITED BY SIZE
011830         AN-EDIT-A DELIMITED BY SIZE
011840         INTO AN-RPT-LIGNE.
011850     WRITE AN-RPT-LIGNE.
011860     MOVE AN-NB-REJ-CLOS TO AN-EDIT-A.
011870     MOVE SPACES TO AN-RPT-LIGNE.
011880     STRING "REJETS DE L'EXECUTION    : " DELIMITED BY SIZE
011890         AN-EDIT-A DELIMITED BY SIZE
011900         INTO AN-RPT-LIGNE.
011910     WRITE AN-RPT-LIGNE.
011920     MOVE "ANNULATION REFUSEE - PERIODE CLOSE, AUCUNE MISE A JOUR"
011930         TO AN-RPT-LIGNE.
011940     WRITE AN-RPT-LIGNE.
011950     CLOSE ANNULATION-RPT.
011960 8500-EXIT.
011970     EXIT.
011980*
011990*----------------------------------------------------------------*
012000* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
012010* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
012020*----------------------------------------------------------------*
012030 9000-ERREUR-FICHIER.
012040     DISPLAY "ERREUR E/S - " AN-MSG-ERREUR
012050         " - STATUT " AN-STATUT-ERREUR-FICHIER.
012060     MOVE 16 TO RETURN-CODE.
012070     IF HAB-ACCORDEE
012080         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
012090     END-IF.
012100     STOP RUN.
012110 9000-EXIT.
012120     EXIT.
