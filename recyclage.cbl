000600*                 LE RESULTAT (PIR-VALEUR) ET AU MAITRE
000610*                 (PIM-VALEUR), COMME LE FAIT DESORMAIS
000620*                 PAIR-IMPAIR.
000630* 15/10/2026 JM   CHAQUE VALEUR RECYCLEE EST AUSSI ECRITE DANS
000640*                 L'HISTORIQUE INDEXE DES PASSAGES PAIRIHIS
000650*                 (PROGRAMME RECYCLAGE), OUVERT ET FERME AVEC LE
000660*                 MAITRE, COMME DANS PAIR-IMPAIR.
000670* 15/10/2026 JM   PISTE D'AUDIT CHAINEE COMME DANS PAIR-IMPAIR :
000680*                 LA DERNIERE TRACE DE PAIRIAUD EST RELUE AVANT
000690*                 L'OUVERTURE EN AJOUT (1700) ET CHAQUE TRACE
000700*                 RECOIT LE NUMERO DE SEQUENCE SUIVANT ET SA
000710*                 VALEUR DE CONTROLE CHAINEE (CALL "CHAINAGE").
000720* 15/10/2026 JM   LA VALEUR CORRIGEE EST CONTROLEE CONTRE LA LISTE
000730*                 DES NUMEROS BLOQUES PAIRIBLQ APRES LA CLE, COMME
000740*                 DANS PAIR-IMPAIR. UN NUMERO DONT LE BLOCAGE EST
000750*                 EN VIGUEUR N'EST PAS RECYCLE : LE REJET RESTE EN
000760*                 ATTENTE AVEC LA RAISON 6, POUR ETRE RECYCLE
000770*                 APRES LA LEVEE DU BLOCAGE, ET LE RAPPORT DONNE
000780*                 LE NOMBRE DE REJETS AINSI BLOQUES.
000790* 15/10/2026 JM   APRES UNE CLOTURE MENSUELLE, UNE PISTE D'AUDIT
000800*                 SANS TRACE CHAINEE REPART DU DERNIER SCEAU DE
000810*                 CLOTURE DE PAIRISCE (1770), COMME PAIR-IMPAIR.
000820* 15/10/2026 JM   L'ABANDON D'UN REJET EST UNE ACTION SENSIBLE :
000830*                 L'OPERATEUR EST DONNE PAR OPERATEUR= DANS LE
000840*                 NOUVEAU FICHIER DE PARAMETRES OPTIONNEL RECYPARM
000850*                 (OU SAISI AU PREMIER ABANDON EN DIALOGUE) ET
000860*                 CONTROLE PAR HABILITE CONTRE PAIRIOPE. EN MODE
000870*                 AUTOMATIQUE LES CORRECTIONS SONT CHARGEES AVANT
000880*                 TOUTE OUVERTURE ET UN REFUS ARRETE LE PROGRAMME
000890*                 (CODE RETOUR 16) ; EN DIALOGUE UN ABANDON REFUSE
000900*                 LAISSE LE REJET EN ATTENTE ET LE PASSAGE FINIT
000910*                 AVEC LE CODE RETOUR 16. LA DEMANDE ET LA FIN
000920*                 SONT ECRITES AU JOURNAL DES OPERATIONS PAIRIJOP.
000930* 15/10/2026 JM   CORRECTION SUITE A REVUE : LA VALEUR CORRIGEE
000940*                 PASSE AUSSI PAR LE CONTROLE DU SEUIL DE RETENUE
000950*                 (PAIRISEU, SEUIL DU SERVICE DU REJET OU SEUIL
000960*                 GENERAL) COMME DANS PAIR-IMPAIR : AU-DELA DU
000970*                 SEUIL ELLE EST ECRITE DANS PAIRIRET EN ATTENTE
000980*                 D'APPROBATION, AVEC UNE TRACE D'AUDIT "T", AU
000990*                 LIEU D'ETRE CLASSEE. LE REJET EST APURE (STATUT
001000*                 C) ET LE RAPPORT DONNE LE NOMBRE DE VALEURS
001010*                 AINSI RETENUES.
001020*----------------------------------------------------------------*
001030*
001040 ENVIRONMENT DIVISION.
001050 INPUT-OUTPUT SECTION.
001060 FILE-CONTROL.
001070     SELECT OPTIONAL PARAMETRES-IN
001080         ASSIGN TO "RECYPARM"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS RC-PRM-STATUT.
001110     SELECT OPTIONAL REJETS-IN
001120         ASSIGN TO "PAIRIREJ"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS RC-REJ-STATUT.
001150     SELECT REJETS-OUT
001160         ASSIGN TO "PAIRIRJN"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS RC-RJN-STATUT.
001190     SELECT OPTIONAL CORRECTIONS-IN
001200         ASSIGN TO "PAIRICOR"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS RC-COR-STATUT.
001230     SELECT OPTIONAL PAIR-IMPAIR-OUT
001240         ASSIGN TO "PAIRIOUT"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS RC-OUT-STATUT.
001270     SELECT OPTIONAL AUDIT-FILE
001280         ASSIGN TO "PAIRIAUD"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS RC-AUD-STATUT.
001310     SELECT OPTIONAL SCEAUX-FILE
001320         ASSIGN TO "PAIRISCE"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS RC-SCE-STATUT.
001350     SELECT OPTIONAL PAIR-IMPAIR-MST
001360         ASSIGN TO "PAIRIMST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS RANDOM
001390         RECORD KEY IS PIM-NOMBRE
001400         FILE STATUS IS RC-MST-STATUT.
001410     SELECT OPTIONAL HISTORIQUE-PASSAGES
001420         ASSIGN TO "PAIRIHIS"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS RANDOM
001450         RECORD KEY IS PIH-CLE
001460         FILE STATUS IS RC-HIS-STATUT.
001470     SELECT OPTIONAL BLOCAGES-FILE
001480         ASSIGN TO "PAIRIBLQ"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS RANDOM
001510         RECORD KEY IS PIB-NOMBRE
001520         FILE STATUS IS RC-BLQ-STATUT.
001530     SELECT OPTIONAL RETENUES-FILE
001540         ASSIGN TO "PAIRIRET"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS RC-RET-STATUT.
001570     SELECT OPTIONAL SEUILS-IN
001580         ASSIGN TO "PAIRISEU"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS RC-SEU-STATUT.
001610     SELECT OPTIONAL RUN-CONTROL
001620         ASSIGN TO "PAIRIRUN"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS RC-RUN-STATUT.
001650     SELECT RECYCLAGE-RPT
001660         ASSIGN TO "RECYCRPT"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS RC-RPT-STATUT.
001690*
001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  PARAMETRES-IN
001730     LABEL RECORDS ARE STANDARD.
001740 01  PARAMETRE-REC           PIC X(80).
001750*
001760 FD  REJETS-IN
001770     LABEL RECORDS ARE STANDARD.
001780     COPY PAIRIREJ.
001790*
001800 FD  REJETS-OUT
001810     LABEL RECORDS ARE STANDARD.
001820 01  REJET-SORTIE-REC        PIC X(29).
001830*
001840 FD  CORRECTIONS-IN
001850     LABEL RECORDS ARE STANDARD.
001860 01  CORRECTION-REC.
001870     05  COR-NOMBRE-ORIGINE      PIC X(10).
001880     05  COR-NOMBRE-CORRIGE      PIC X(10).
001890     05  COR-ACTION              PIC X(01).
001900*
001910 FD  PAIR-IMPAIR-OUT
001920     LABEL RECORDS ARE STANDARD.
001930     COPY PAIRIREC.
001940*
001950 FD  AUDIT-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY PAIRIAUD.
001980*
001990 FD  SCEAUX-FILE
002000     LABEL RECORDS ARE STANDARD.
002010     COPY PAIRISCE.
002020*
002030 FD  PAIR-IMPAIR-MST
002040     LABEL RECORDS ARE STANDARD.
002050     COPY PAIRIMST.
002060*
002070 FD  HISTORIQUE-PASSAGES
002080     LABEL RECORDS ARE STANDARD.
002090     COPY PAIRIHIS.
002100*
002110 FD  BLOCAGES-FILE
002120     LABEL RECORDS ARE STANDARD.
002130     COPY PAIRIBLQ.
002140*
002150 FD  RETENUES-FILE
002160     LABEL RECORDS ARE STANDARD.
002170     COPY PAIRIRET.
002180*
002190 FD  SEUILS-IN
002200     LABEL RECORDS ARE STANDARD.
002210 01  RC-SEU-REC              PIC X(80).
002220*
002230 FD  RUN-CONTROL
002240     LABEL RECORDS ARE STANDARD.
002250 01  RUN-CONTROL-REC.
002260     05  RUN-DERNIER-NO          PIC 9(05).
002270     05  FILLER                  PIC X(05).
002280*
002290 FD  RECYCLAGE-RPT
002300     LABEL RECORDS ARE STANDARD.
002310 01  RC-RPT-LIGNE             PIC X(80).
002320*
002330 WORKING-STORAGE SECTION.
002340*
002350*----------------------------------------------------------------*
002360* ZONES DE VALIDATION, IDENTIQUES A CELLES DE PAIR-IMPAIR POUR
002370* QUE LA VALEUR CORRIGEE SUIVE EXACTEMENT LE MEME CHEMIN.
002380*----------------------------------------------------------------*
002390 77  NOMBRE-CHAINE           PIC X(10).
002400 77  NOMBRE                  PIC S9(10) VALUE 0.
002410 77  RC-VAL-NUMVAL           PIC S9(10)V9(04) COMP-3 VALUE 0.
002420 77  RESTE                   PIC 9 VALUE 0.
002430 77  I                       PIC 9(02) VALUE 1.
002440 77  CAR                     PIC X.
002450 77  VALIDE                  PIC X VALUE "O".
002460     88  VALIDE-OUI              VALUE "O".
002470     88  VALIDE-NON              VALUE "N".
002480 77  LONGUEUR                PIC 9(02) VALUE 0.
002490 77  RC-POINT-VU-SW          PIC X VALUE "N".
002500     88  RC-POINT-DEJA-VU        VALUE "Y".
002510 77  RC-CODE-DOUBLON         PIC X VALUE SPACE.
002520 77  RC-CODE-RAISON          PIC X VALUE SPACE.
002530 77  RC-CLE-RESULTAT         PIC X VALUE SPACE.
002540 77  RC-BLOQUE-SW            PIC X VALUE "N".
002550     88  RC-NUMERO-BLOQUE        VALUE "Y".
002560*
002570*----------------------------------------------------------------*
002580* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
002590* L'OUVERTURE DES FICHIERS OPTIONNELS.
002600*----------------------------------------------------------------*
002610 77  RC-PRM-STATUT           PIC X(02) VALUE "00".
002620     88  RC-PRM-OK               VALUE "00".
002630     88  RC-PRM-ABSENT           VALUE "05".
002640 77  RC-REJ-STATUT           PIC X(02) VALUE "00".
002650     88  RC-REJ-OK               VALUE "00".
002660     88  RC-REJ-ABSENT           VALUE "05".
002670 77  RC-RJN-STATUT           PIC X(02) VALUE "00".
002680     88  RC-RJN-OK               VALUE "00".
002690 77  RC-COR-STATUT           PIC X(02) VALUE "00".
002700     88  RC-COR-OK               VALUE "00".
002710     88  RC-COR-ABSENT           VALUE "05".
002720 77  RC-OUT-STATUT           PIC X(02) VALUE "00".
002730     88  RC-OUT-OK               VALUE "00".
002740     88  RC-OUT-ABSENT           VALUE "05".
002750 77  RC-AUD-STATUT           PIC X(02) VALUE "00".
002760     88  RC-AUD-OK               VALUE "00".
002770     88  RC-AUD-ABSENT           VALUE "05".
002780 77  RC-SCE-STATUT           PIC X(02) VALUE "00".
002790     88  RC-SCE-OK               VALUE "00".
002800     88  RC-SCE-ABSENT           VALUE "05".
002810 77  RC-MST-STATUT           PIC X(02) VALUE "00".
002820     88  RC-MST-OK               VALUE "00".
002830     88  RC-MST-ABSENT           VALUE "05".
002840 77  RC-MST-DISPO-SW         PIC X VALUE "N".
002850     88  RC-MST-DISPONIBLE       VALUE "Y".
002860 77  RC-HIS-STATUT           PIC X(02) VALUE "00".
002870     88  RC-HIS-OK               VALUE "00".
002880     88  RC-HIS-ABSENT           VALUE "05".
002890     88  RC-HIS-DOUBLE           VALUE "22".
002900 77  RC-HIS-DISPO-SW         PIC X VALUE "N".
002910     88  RC-HIS-DISPONIBLE       VALUE "Y".
002920 77  RC-HIS-ECRIT-SW         PIC X VALUE "N".
002930     88  RC-HIS-ECRIT            VALUE "Y".
002940 77  RC-BLQ-STATUT           PIC X(02) VALUE "00".
002950     88  RC-BLQ-OK               VALUE "00".
002960     88  RC-BLQ-ABSENT           VALUE "05".
002970 77  RC-BLQ-DISPO-SW         PIC X VALUE "N".
002980     88  RC-BLQ-DISPONIBLE       VALUE "Y".
002990 77  RC-BLQ-AVERTIR-SW       PIC X VALUE "N".
003000     88  RC-BLQ-AVERTIR          VALUE "Y".
003010 77  RC-RET-STATUT           PIC X(02) VALUE "00".
003020     88  RC-RET-OK               VALUE "00".
003030     88  RC-RET-ABSENT           VALUE "05".
003040 77  RC-SEU-STATUT           PIC X(02) VALUE "00".
003050     88  RC-SEU-OK               VALUE "00".
003060     88  RC-SEU-ABSENT           VALUE "05".
003070 77  RC-RUN-STATUT           PIC X(02) VALUE "00".
003080     88  RC-RUN-OK               VALUE "00".
003090     88  RC-RUN-ABSENT           VALUE "05".
003100 77  RC-RPT-STATUT           PIC X(02) VALUE "00".
003110     88  RC-RPT-OK               VALUE "00".
003120 77  RC-MSG-ERREUR           PIC X(40) VALUE SPACES.
003130 77  RC-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
003140*
003150*----------------------------------------------------------------*
003160* ZONES DE TRAVAIL DU RECYCLAGE.
003170*----------------------------------------------------------------*
003180 77  RC-REJ-EOF-SW           PIC X VALUE "N".
003190     88  RC-REJ-EOF              VALUE "Y".
003200 77  RC-COR-EOF-SW           PIC X VALUE "N".
003210     88  RC-COR-EOF              VALUE "Y".
003220 77  RC-MODE-AUTO-SW         PIC X VALUE "N".
003230     88  RC-MODE-AUTO            VALUE "Y".
003240 77  RC-DATE-JOUR            PIC 9(08) VALUE 0.
003250 77  RC-HEURE                PIC 9(08) VALUE 0.
003260 77  RC-NO-EXECUTION         PIC 9(05) VALUE 0.
003270 77  RC-RPT-NO-EXEC          PIC ZZZZ9.
003280 77  RC-ACTION               PIC X VALUE SPACE.
003290 77  RC-SAISIE               PIC X(10) VALUE SPACES.
003300 77  RC-TROUVE-SW            PIC X VALUE "N".
003310     88  RC-TROUVE               VALUE "Y".
003320 77  RC-IDX                  PIC 9(03) COMP VALUE 0.
003330 77  RC-AUD-EOF-SW           PIC X VALUE "N".
003340     88  RC-AUD-EOF              VALUE "Y".
003350 77  RC-AUD-SEQUENCE         PIC 9(09) VALUE 0.
003360 77  RC-AUD-CHAINAGE         PIC 9(12) VALUE 0.
003370 77  RC-SCE-EOF-SW           PIC X VALUE "N".
003380     88  RC-SCE-EOF              VALUE "Y".
003390*
003400*----------------------------------------------------------------*
003410* TABLE DES CORRECTIONS CHARGEE DEPUIS PAIRICOR : VALEUR
003420* D'ORIGINE, VALEUR CORRIGEE ET ACTION (C = CORRIGER,
003430* A = ABANDONNER). 200 CORRECTIONS AU MAXIMUM PAR PASSAGE.
003440*----------------------------------------------------------------*
003450 77  RC-NB-CORRECTIONS       PIC 9(03) COMP VALUE 0.
003460 01  RC-TABLE-CORRECTIONS.
003470     05  RC-CORRECTION OCCURS 200 TIMES.
003480         10  RC-COR-ORIGINE      PIC X(10).
003490         10  RC-COR-CORRIGE      PIC X(10).
003500         10  RC-COR-ACTION       PIC X(01).
003510*
003520*----------------------------------------------------------------*
003530* COMPTEURS DU RAPPORT DE CONTROLE DU RECYCLAGE.
003540*----------------------------------------------------------------*
003550 77  RC-NB-LUS               PIC 9(09) COMP VALUE 0.
003560 77  RC-NB-RECYCLES          PIC 9(09) COMP VALUE 0.
003570 77  RC-NB-RE-REJETES        PIC 9(09) COMP VALUE 0.
003580 77  RC-NB-ABANDONNES        PIC 9(09) COMP VALUE 0.
003590 77  RC-NB-EN-ATTENTE        PIC 9(09) COMP VALUE 0.
003600 77  RC-NB-DEJA-TRAITES      PIC 9(09) COMP VALUE 0.
003610 77  RC-NB-APURES            PIC 9(09) COMP VALUE 0.
003620 77  RC-NB-RESTANTS          PIC 9(09) COMP VALUE 0.
003630 77  RC-NB-DOUBLONS          PIC 9(09) COMP VALUE 0.
003640 77  RC-NB-BLOQUES           PIC 9(09) COMP VALUE 0.
003650 77  RC-RPT-ZONE-EDIT        PIC ZZZZZZZZ9.
003660*
003670*----------------------------------------------------------------*
003680* RETENUE DES VALEURS IMPORTANTES POUR APPROBATION, A L'IDENTIQUE
003690* DE PAIR-IMPAIR : SEUILS LUS DANS PAIRISEU, SEUIL= (GENERAL) ET
003700* SEUIL-XXXX= (PROPRE AU SERVICE XXXX, PRIORITAIRE). UNE VALEUR
003710* CORRIGEE RETENUE EST NUMEROTEE DANS L'EXECUTION DE RECYCLAGE
003720* (RC-NB-RETENUS). 50 SEUILS PROPRES AU MAXIMUM.
003730*----------------------------------------------------------------*
003740 77  RC-SEU-EOF-SW           PIC X VALUE "N".
003750     88  RC-SEU-EOF              VALUE "Y".
003760 77  RC-SEUILS-SW            PIC X VALUE "N".
003770     88  RC-SEUILS-ACTIFS        VALUE "Y".
003780 77  RC-SEUIL-GLOBAL-SW      PIC X VALUE "N".
003790     88  RC-SEUIL-GLOBAL-DEFINI  VALUE "Y".
003800 77  RC-SEUIL-GLOBAL         PIC 9(13)V9(04) COMP-3 VALUE 0.
003810 77  RC-SEUIL-LU             PIC S9(13)V9(04) COMP-3 VALUE 0.
003820 77  RC-SEUIL-APPLIQUE       PIC 9(13)V9(04) COMP-3 VALUE 0.
003830 77  RC-SEUIL-TROUVE-SW      PIC X VALUE "N".
003840     88  RC-SEUIL-TROUVE         VALUE "Y".
003850 77  RC-RETENUE-SW           PIC X VALUE "N".
003860     88  RC-VALEUR-RETENUE       VALUE "Y".
003870 77  RC-NB-SEUILS            PIC 9(02) COMP VALUE 0.
003880 77  RC-SEU-IDX              PIC 9(02) COMP VALUE 0.
003890 01  RC-TABLE-SEUILS.
003900     05  RC-SEU-ENTREE OCCURS 50 TIMES.
003910         10  RC-SEU-CODE         PIC X(04).
003920         10  RC-SEU-MONTANT      PIC 9(13)V9(04) COMP-3.
003930 77  RC-NB-RETENUS           PIC 9(09) COMP VALUE 0.
003940*
003950*----------------------------------------------------------------*
003960* PARAMETRES DU PASSAGE (FICHIER RECYPARM, OPTIONNEL) : OPERATEUR=
003970* POUR LES ABANDONS. LES LIGNES LUES SONT RECOPIEES DANS
003980* RC-PRM-JOURNAL POUR LE JOURNAL DES OPERATIONS.
003990*----------------------------------------------------------------*
004000 77  RC-OPERATEUR            PIC X(08) VALUE SPACES.
004010 77  RC-PRM-JOURNAL          PIC X(80) VALUE SPACES.
004020 77  RC-PRM-POS              PIC 9(03) COMP VALUE 1.
004030 77  RC-PRM-EOF-SW           PIC X VALUE "N".
004040     88  RC-PRM-EOF              VALUE "Y".
004050 77  RC-PRM-CLE              PIC X(20) VALUE SPACES.
004060 77  RC-PRM-VALEUR           PIC X(60) VALUE SPACES.
004070 77  RC-PRM-VAL-NET          PIC X(60) VALUE SPACES.
004080 77  RC-NB-ABANDONS-DEMANDES PIC 9(03) VALUE 0.
004090 77  RC-ABANDON-REFUSE-SW    PIC X VALUE "N".
004100     88  RC-ABANDON-REFUSE       VALUE "Y".
004110*
004120*----------------------------------------------------------------*
004130* ZONE D'APPEL DU CONTROLE DES HABILITATIONS (CALL "HABILITE").
004140*----------------------------------------------------------------*
004150 COPY PAIRIHAB.
004160*
004170 PROCEDURE DIVISION.
004180*
004190 0000-MAINLINE.
004200     MOVE SPACES TO HABILITATION-ZONE.
004210     ACCEPT RC-DATE-JOUR FROM DATE YYYYMMDD.
004220     PERFORM 1000-INITIALISER THRU 1000-EXIT.
004230     PERFORM 4000-LIRE-UN-REJET THRU 4000-EXIT
004240         UNTIL RC-REJ-EOF.
004250     PERFORM 7000-TERMINER THRU 7000-EXIT.
004260     PERFORM 8000-IMPRIMER-RAPPORT THRU 8000-EXIT.
004270     IF RC-ABANDON-REFUSE
004280         MOVE 16 TO RETURN-CODE
004290     ELSE
004300         MOVE 0 TO RETURN-CODE
004310     END-IF.
004320     IF HAB-ACCORDEE
004330         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
004340     END-IF.
004350     STOP RUN.
004360*
004370*----------------------------------------------------------------*
004380* LECTURE DES PARAMETRES, CHARGEMENT DES CORRECTIONS PUIS
004390* OUVERTURE DES FICHIERS. EN L'ABSENCE DU FICHIER PAIRICOR, LE
004400* PROGRAMME PASSE EN DIALOGUE OPERATEUR ET DEMANDE L'ACTION REJET
004410* PAR REJET. LES SEUILS DE RETENUE SONT CHARGES (1800) ET DES
004420* ABANDONS DANS PAIRICOR CONTROLES (1600) AVANT TOUTE OUVERTURE.
004430*----------------------------------------------------------------*
004440 1000-INITIALISER.
004450     PERFORM 1050-LIRE-PARAMETRES THRU 1050-EXIT.
004460     PERFORM 1100-CHARGER-CORRECTIONS THRU 1100-EXIT.
004470     PERFORM 1800-CHARGER-SEUILS THRU 1800-EXIT.
004480     IF RC-NB-ABANDONS-DEMANDES > 0
004490         PERFORM 1600-CONTROLER-HABILITATION THRU 1600-EXIT
004500     END-IF.
004510     OPEN INPUT REJETS-IN.
004520     IF NOT RC-REJ-OK AND NOT RC-REJ-ABSENT
004530         MOVE "REJETS-IN (OUVERTURE)" TO RC-MSG-ERREUR
004540         MOVE RC-REJ-STATUT TO RC-STATUT-ERREUR-FICHIER
004550         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004560     END-IF.
004570     OPEN OUTPUT REJETS-OUT.
004580     IF NOT RC-RJN-OK
004590         MOVE "REJETS-OUT (OUVERTURE)" TO RC-MSG-ERREUR
004600         MOVE RC-RJN-STATUT TO RC-STATUT-ERREUR-FICHIER
004610         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004620     END-IF.
004630     OPEN EXTEND PAIR-IMPAIR-OUT.
004640     IF NOT RC-OUT-OK AND NOT RC-OUT-ABSENT
004650         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO RC-MSG-ERREUR
004660         MOVE RC-OUT-STATUT TO RC-STATUT-ERREUR-FICHIER
004670         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004680     END-IF.
004690     PERFORM 1700-OUVRIR-AUDIT THRU 1700-EXIT.
004700     PERFORM 1880-OUVRIR-RETENUES THRU 1880-EXIT.
004710     PERFORM 1500-ATTRIBUER-NO-EXECUTION THRU 1500-EXIT.
004720     PERFORM 1200-OUVRIR-MAITRE THRU 1200-EXIT.
004730 1000-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------------*
004770* PARAMETRES DU PASSAGE : OPERATEUR= EST LA SEULE CLE ADMISE. LES
004780* LIGNES VIDES ET LES LIGNES COMMENCANT PAR * SONT IGNOREES. UN
004790* PARAMETRE INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
004800*----------------------------------------------------------------*
004810 1050-LIRE-PARAMETRES.
004820     OPEN INPUT PARAMETRES-IN.
004830     IF NOT RC-PRM-OK AND NOT RC-PRM-ABSENT
004840         MOVE "PARAMETRES-IN (OUVERTURE)" TO RC-MSG-ERREUR
004850         MOVE RC-PRM-STATUT TO RC-STATUT-ERREUR-FICHIER
004860         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004870     END-IF.
004880     IF RC-PRM-ABSENT
004890         CLOSE PARAMETRES-IN
004900     ELSE
004910         PERFORM 1060-LIRE-UN-PARAMETRE THRU 1060-EXIT
004920             UNTIL RC-PRM-EOF
004930         CLOSE PARAMETRES-IN
004940     END-IF.
004950 1050-EXIT.
004960     EXIT.
004970*
004980 1060-LIRE-UN-PARAMETRE.
004990     READ PARAMETRES-IN
005000         AT END
005010             MOVE "Y" TO RC-PRM-EOF-SW
005020         NOT AT END
005030             IF PARAMETRE-REC NOT = SPACES
005040                 AND PARAMETRE-REC(1:1) NOT = "*"
005050                 PERFORM 1070-NOTER-PARAMETRE THRU 1070-EXIT
005060                 PERFORM 1080-APPLIQUER-PARAMETRE
005070                     THRU 1080-EXIT
005080             END-IF
005090     END-READ.
005100 1060-EXIT.
005110     EXIT.
005120*
005130 1070-NOTER-PARAMETRE.
005140     STRING PARAMETRE-REC DELIMITED BY "  "
005150         ";" DELIMITED BY SIZE
005160         INTO RC-PRM-JOURNAL WITH POINTER RC-PRM-POS
005170         ON OVERFLOW
005180             CONTINUE
005190     END-STRING.
005200 1070-EXIT.
005210     EXIT.
005220*
005230 1080-APPLIQUER-PARAMETRE.
005240     MOVE SPACES TO RC-PRM-CLE.
005250     MOVE SPACES TO RC-PRM-VALEUR.
005260     UNSTRING PARAMETRE-REC DELIMITED BY "="
005270         INTO RC-PRM-CLE, RC-PRM-VALEUR.
005280     MOVE FUNCTION TRIM(RC-PRM-CLE) TO RC-PRM-CLE.
005290     MOVE FUNCTION TRIM(RC-PRM-VALEUR) TO RC-PRM-VAL-NET.
005300     EVALUATE RC-PRM-CLE
005310         WHEN "OPERATEUR"
005320             IF RC-PRM-VAL-NET = SPACES
005330                 OR RC-PRM-VAL-NET(9:) NOT = SPACES
005340                 PERFORM 1900-PARAMETRE-INVALIDE
005350                     THRU 1900-EXIT
005360             END-IF
005370             MOVE RC-PRM-VAL-NET(1:8) TO RC-OPERATEUR
005380         WHEN OTHER
005390             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
005400     END-EVALUATE.
005410 1080-EXIT.
005420     EXIT.
005430*
005440 1100-CHARGER-CORRECTIONS.
005450     MOVE 0 TO RC-NB-CORRECTIONS.
005460     OPEN INPUT CORRECTIONS-IN.
005470     IF NOT RC-COR-OK AND NOT RC-COR-ABSENT
005480         MOVE "CORRECTIONS-IN (OUVERTURE)" TO RC-MSG-ERREUR
005490         MOVE RC-COR-STATUT TO RC-STATUT-ERREUR-FICHIER
005500         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005510     END-IF.
005520     IF RC-COR-ABSENT
005530         CLOSE CORRECTIONS-IN
005540     ELSE
005550         MOVE "Y" TO RC-MODE-AUTO-SW
005560         PERFORM 1150-LIRE-UNE-CORRECTION THRU 1150-EXIT
005570             UNTIL RC-COR-EOF
005580         CLOSE CORRECTIONS-IN
005590     END-IF.
005600 1100-EXIT.
005610     EXIT.
005620*
005630 1150-LIRE-UNE-CORRECTION.
005640     READ CORRECTIONS-IN
005650         AT END
005660             MOVE "Y" TO RC-COR-EOF-SW
005670         NOT AT END
005680             IF RC-NB-CORRECTIONS >= 200
005690                 DISPLAY "TABLE DES CORRECTIONS PLEINE (200 AU "
005700                     "MAXIMUM)"
005710                 MOVE 16 TO RETURN-CODE
005720                 STOP RUN
005730             END-IF
005740             ADD 1 TO RC-NB-CORRECTIONS
005750             MOVE COR-NOMBRE-ORIGINE
005760                 TO RC-COR-ORIGINE(RC-NB-CORRECTIONS)
005770             MOVE COR-NOMBRE-CORRIGE
005780                 TO RC-COR-CORRIGE(RC-NB-CORRECTIONS)
005790             MOVE COR-ACTION
005800                 TO RC-COR-ACTION(RC-NB-CORRECTIONS)
005810             IF COR-ACTION = "A"
005820                 ADD 1 TO RC-NB-ABANDONS-DEMANDES
005830             END-IF
005840     END-READ.
005850 1150-EXIT.
005860     EXIT.
005870*
005880*----------------------------------------------------------------*
005890* OUVERTURE DU FICHIER MAITRE PAIRIMST EN MISE A JOUR, COMME
005900* DANS PAIR-IMPAIR : EN CAS D'ECHEC LE RECYCLAGE CONTINUE SANS
005910* CONTROLE DES DOUBLONS, AVEC SIGNALEMENT A LA CONSOLE. MEME
005920* PRINCIPE POUR L'HISTORIQUE PAIRIHIS ET LA LISTE DES NUMEROS
005930* BLOQUES PAIRIBLQ (ABSENTE, AUCUN NUMERO N'EST BLOQUE).
005940*----------------------------------------------------------------*
005950 1200-OUVRIR-MAITRE.
005960     OPEN I-O PAIR-IMPAIR-MST.
005970     IF RC-MST-OK OR RC-MST-ABSENT
005980         MOVE "Y" TO RC-MST-DISPO-SW
005990     ELSE
006000         MOVE "N" TO RC-MST-DISPO-SW
006010         DISPLAY "FICHIER MAITRE INDISPONIBLE - STATUT "
006020             RC-MST-STATUT " - DOUBLONS NON CONTROLES"
006030     END-IF.
006040     OPEN I-O HISTORIQUE-PASSAGES.
006050     IF RC-HIS-OK OR RC-HIS-ABSENT
006060         MOVE "Y" TO RC-HIS-DISPO-SW
006070     ELSE
006080         MOVE "N" TO RC-HIS-DISPO-SW
006090         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE - STATUT "
006100             RC-HIS-STATUT " - PASSAGES NON HISTORISES"
006110     END-IF.
006120     OPEN INPUT BLOCAGES-FILE.
006130     IF RC-BLQ-OK
006140         MOVE "Y" TO RC-BLQ-DISPO-SW
006150     ELSE
006160         MOVE "N" TO RC-BLQ-DISPO-SW
006170         IF RC-BLQ-ABSENT
006180             CLOSE BLOCAGES-FILE
006190         ELSE
006200             MOVE "Y" TO RC-BLQ-AVERTIR-SW
006210             DISPLAY "LISTE DES NUMEROS BLOQUES INDISPONIBLE - "
006220                 "STATUT " RC-BLQ-STATUT " - BLOCAGES NON "
006230                 "CONTROLES"
006240         END-IF
006250     END-IF.
006260 1200-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------------*
006300* ATTRIBUTION DU NUMERO D'EXECUTION DEPUIS LE FICHIER DE
006310* CONTROLE PAIRIRUN, A L'IDENTIQUE DE PAIR-IMPAIR : DERNIER
006320* NUMERO LU, INCREMENTE ET REECRIT.
006330*----------------------------------------------------------------*
006340 1500-ATTRIBUER-NO-EXECUTION.
006350     MOVE 0 TO RC-NO-EXECUTION.
006360     OPEN INPUT RUN-CONTROL.
006370     IF NOT RC-RUN-OK AND NOT RC-RUN-ABSENT
006380         MOVE "RUN-CONTROL (OUVERTURE)" TO RC-MSG-ERREUR
006390         MOVE RC-RUN-STATUT TO RC-STATUT-ERREUR-FICHIER
006400         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006410     END-IF.
006420     READ RUN-CONTROL
006430         AT END
006440             MOVE 0 TO RC-NO-EXECUTION
006450         NOT AT END
006460             IF RUN-DERNIER-NO IS NUMERIC
006470                 MOVE RUN-DERNIER-NO TO RC-NO-EXECUTION
006480             END-IF
006490     END-READ.
006500     CLOSE RUN-CONTROL.
006510     ADD 1 TO RC-NO-EXECUTION.
006520     OPEN OUTPUT RUN-CONTROL.
006530     IF NOT RC-RUN-OK AND NOT RC-RUN-ABSENT
006540         MOVE "RUN-CONTROL (OUVERTURE)" TO RC-MSG-ERREUR
006550         MOVE RC-RUN-STATUT TO RC-STATUT-ERREUR-FICHIER
006560         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006570     END-IF.
006580     MOVE SPACES TO RUN-CONTROL-REC.
006590     MOVE RC-NO-EXECUTION TO RUN-DERNIER-NO.
006600     WRITE RUN-CONTROL-REC.
006610     IF NOT RC-RUN-OK
006620         MOVE "RUN-CONTROL (ECRITURE)" TO RC-MSG-ERREUR
006630         MOVE RC-RUN-STATUT TO RC-STATUT-ERREUR-FICHIER
006640         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006650     END-IF.
006660     CLOSE RUN-CONTROL.
006670     DISPLAY "NUMERO D'EXECUTION " RC-NO-EXECUTION.
006680 1500-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------------*
006720* L'ABANDON D'UN REJET EST UNE ACTION SENSIBLE : L'OPERATEUR EST
006730* CONTROLE PAR HABILITE, QUI JOURNALISE LA DEMANDE. LES ABANDONS
006740* DE PAIRICOR SONT CONTROLES UNE FOIS POUR LE PASSAGE ET UN REFUS
006750* ARRETE LE PROGRAMME (CODE RETOUR 16). EN DIALOGUE, LE CONTROLE
006760* EST FAIT AU PREMIER ABANDON SAISI (4350).
006770*----------------------------------------------------------------*
006780 1600-CONTROLER-HABILITATION.
006790     PERFORM 1650-PREPARER-HABILITATION THRU 1650-EXIT.
006800     STRING "ABANDONS=" DELIMITED BY SIZE
006810         RC-NB-ABANDONS-DEMANDES DELIMITED BY SIZE
006820         ";" DELIMITED BY SIZE
006830         RC-PRM-JOURNAL DELIMITED BY "  "
006840         INTO HAB-PARAMETRES
006850     END-STRING.
006860     CALL "HABILITE" USING HABILITATION-ZONE.
006870     IF HAB-REFUSEE
006880         DISPLAY "ACTION " HAB-ACTION " REFUSEE - " HAB-MOTIF
006890             " - OPERATEUR " RC-OPERATEUR
006900         MOVE 16 TO RETURN-CODE
006910         STOP RUN
006920     END-IF.
006930     MOVE 0 TO RETURN-CODE.
006940 1600-EXIT.
006950     EXIT.
006960*
006970 1650-PREPARER-HABILITATION.
006980     MOVE "C" TO HAB-FONCTION.
006990     MOVE "RECYCLAGE" TO HAB-PROGRAMME.
007000     MOVE "ABANDONNER" TO HAB-ACTION.
007010     MOVE "N" TO HAB-DOUBLE-REGARD.
007020     MOVE RC-OPERATEUR TO HAB-OPERATEUR.
007030     MOVE SPACES TO HAB-APPROBATEUR.
007040     MOVE SPACES TO HAB-PARAMETRES.
007050     MOVE 0 TO HAB-CODE-RETOUR.
007060 1650-EXIT.
007070     EXIT.
007080*
007090 1900-PARAMETRE-INVALIDE.
007100     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
007110     MOVE 16 TO RETURN-CODE.
007120     STOP RUN.
007130 1900-EXIT.
007140     EXIT.
007150*
007160*----------------------------------------------------------------*
007170* OUVERTURE EN AJOUT DE LA PISTE D'AUDIT APRES RELECTURE DE SA
007180* DERNIERE TRACE CHAINEE (NUMERO DE SEQUENCE ET VALEUR DE
007190* CHAINAGE DE DEPART), COMME DANS PAIR-IMPAIR. SANS TRACE
007200* CHAINEE, LE DEPART EST LE DERNIER SCEAU DE CLOTURE (1770).
007210*----------------------------------------------------------------*
007220 1700-OUVRIR-AUDIT.
007230     MOVE 0 TO RC-AUD-SEQUENCE.
007240     MOVE 0 TO RC-AUD-CHAINAGE.
007250     MOVE "N" TO RC-AUD-EOF-SW.
007260     OPEN INPUT AUDIT-FILE.
007270     IF NOT RC-AUD-OK AND NOT RC-AUD-ABSENT
007280         MOVE "AUDIT-FILE (OUVERTURE)" TO RC-MSG-ERREUR
007290         MOVE RC-AUD-STATUT TO RC-STATUT-ERREUR-FICHIER
007300         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007310     END-IF.
007320     PERFORM 1750-LIRE-UNE-TRACE THRU 1750-EXIT
007330         UNTIL RC-AUD-EOF.
007340     CLOSE AUDIT-FILE.
007350     IF RC-AUD-SEQUENCE = 0
007360         PERFORM 1770-LIRE-SCEAUX-CLOTURE THRU 1770-EXIT
007370     END-IF.
007380     OPEN EXTEND AUDIT-FILE.
007390     IF NOT RC-AUD-OK AND NOT RC-AUD-ABSENT
007400         MOVE "AUDIT-FILE (OUVERTURE)" TO RC-MSG-ERREUR
007410         MOVE RC-AUD-STATUT TO RC-STATUT-ERREUR-FICHIER
007420         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007430     END-IF.
007440 1700-EXIT.
007450     EXIT.
007460*
007470 1750-LIRE-UNE-TRACE.
007480     READ AUDIT-FILE
007490         AT END
007500             MOVE "Y" TO RC-AUD-EOF-SW
007510         NOT AT END
007520             IF PIA-NO-SEQUENCE IS NUMERIC
007530                 AND PIA-CHAINAGE IS NUMERIC
007540                 MOVE PIA-NO-SEQUENCE TO RC-AUD-SEQUENCE
007550                 MOVE PIA-CHAINAGE TO RC-AUD-CHAINAGE
007560             END-IF
007570     END-READ.
007580 1750-EXIT.
007590     EXIT.
007600*
007610 1770-LIRE-SCEAUX-CLOTURE.
007620     MOVE "N" TO RC-SCE-EOF-SW.
007630     OPEN INPUT SCEAUX-FILE.
007640     IF NOT RC-SCE-OK AND NOT RC-SCE-ABSENT
007650         MOVE "SCEAUX-FILE (OUVERTURE)" TO RC-MSG-ERREUR
007660         MOVE RC-SCE-STATUT TO RC-STATUT-ERREUR-FICHIER
007670         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007680     END-IF.
007690     PERFORM 1780-LIRE-UN-SCEAU THRU 1780-EXIT
007700         UNTIL RC-SCE-EOF.
007710     CLOSE SCEAUX-FILE.
007720 1770-EXIT.
007730     EXIT.
007740*
007750 1780-LIRE-UN-SCEAU.
007760     READ SCEAUX-FILE
007770         AT END
007780             MOVE "Y" TO RC-SCE-EOF-SW
007790         NOT AT END
007800             IF PIE-CLOTURE AND PIE-DERNIERE-SEQ IS NUMERIC
007810                 AND PIE-DERNIER-CHAINAGE IS NUMERIC
007820                 AND PIE-DERNIERE-SEQ > RC-AUD-SEQUENCE
007830                 MOVE PIE-DERNIERE-SEQ TO RC-AUD-SEQUENCE
007840                 MOVE PIE-DERNIER-CHAINAGE TO RC-AUD-CHAINAGE
007850             END-IF
007860     END-READ.
007870 1780-EXIT.
007880     EXIT.
007890*
007900*----------------------------------------------------------------*
007910* CHARGEMENT DES SEUILS DE RETENUE (PAIRISEU), A L'IDENTIQUE DU
007920* PARAGRAPHE 1600 DE PAIR-IMPAIR. FICHIER ABSENT : AUCUNE VALEUR
007930* N'EST RETENUE. UN SEUIL INVALIDE ARRETE LE PROGRAMME (CODE
007940* RETOUR 16) AVANT TOUTE OUVERTURE.
007950*----------------------------------------------------------------*
007960 1800-CHARGER-SEUILS.
007970     MOVE "N" TO RC-SEUILS-SW.
007980     MOVE "N" TO RC-SEUIL-GLOBAL-SW.
007990     MOVE 0 TO RC-NB-SEUILS.
008000     OPEN INPUT SEUILS-IN.
008010     IF NOT RC-SEU-OK AND NOT RC-SEU-ABSENT
008020         MOVE "SEUILS-IN (OUVERTURE)" TO RC-MSG-ERREUR
008030         MOVE RC-SEU-STATUT TO RC-STATUT-ERREUR-FICHIER
008040         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008050     END-IF.
008060     IF RC-SEU-ABSENT
008070         CLOSE SEUILS-IN
008080         GO TO 1800-EXIT
008090     END-IF.
008100     MOVE "N" TO RC-SEU-EOF-SW.
008110     PERFORM 1850-LIRE-UN-SEUIL THRU 1850-EXIT
008120         UNTIL RC-SEU-EOF.
008130     CLOSE SEUILS-IN.
008140     IF RC-SEUIL-GLOBAL-DEFINI OR RC-NB-SEUILS > 0
008150         MOVE "Y" TO RC-SEUILS-SW
008160     END-IF.
008170 1800-EXIT.
008180     EXIT.
008190*
008200 1850-LIRE-UN-SEUIL.
008210     READ SEUILS-IN
008220         AT END
008230             MOVE "Y" TO RC-SEU-EOF-SW
008240         NOT AT END
008250             IF RC-SEU-REC NOT = SPACES
008260                 AND RC-SEU-REC(1:1) NOT = "*"
008270                 PERFORM 1860-APPLIQUER-SEUIL THRU 1860-EXIT
008280             END-IF
008290     END-READ.
008300 1850-EXIT.
008310     EXIT.
008320*
008330 1860-APPLIQUER-SEUIL.
008340     MOVE SPACES TO RC-PRM-CLE.
008350     MOVE SPACES TO RC-PRM-VALEUR.
008360     UNSTRING RC-SEU-REC DELIMITED BY "="
008370         INTO RC-PRM-CLE, RC-PRM-VALEUR.
008380     MOVE FUNCTION TRIM(RC-PRM-CLE) TO RC-PRM-CLE.
008390     MOVE FUNCTION TRIM(RC-PRM-VALEUR) TO RC-PRM-VAL-NET.
008400     IF FUNCTION TEST-NUMVAL(RC-PRM-VAL-NET) = 0
008410         COMPUTE RC-SEUIL-LU = FUNCTION NUMVAL(RC-PRM-VAL-NET)
008420             ON SIZE ERROR
008430                 MOVE 0 TO RC-SEUIL-LU
008440         END-COMPUTE
008450     ELSE
008460         MOVE 0 TO RC-SEUIL-LU
008470     END-IF.
008480     IF RC-SEUIL-LU NOT > 0
008490         PERFORM 1890-SEUIL-INVALIDE THRU 1890-EXIT
008500     END-IF.
008510     EVALUATE TRUE
008520         WHEN RC-PRM-CLE = "SEUIL"
008530             MOVE "Y" TO RC-SEUIL-GLOBAL-SW
008540             MOVE RC-SEUIL-LU TO RC-SEUIL-GLOBAL
008550         WHEN RC-PRM-CLE(1:6) = "SEUIL-"
008560             AND RC-PRM-CLE(7:4) NOT = SPACES
008570             AND RC-PRM-CLE(11:10) = SPACES
008580             IF RC-NB-SEUILS >= 50
008590                 DISPLAY "TABLE DES SEUILS PLEINE (50 AU MAXIMUM)"
008600                 MOVE 16 TO RETURN-CODE
008610                 STOP RUN
008620             END-IF
008630             ADD 1 TO RC-NB-SEUILS
008640             MOVE RC-PRM-CLE(7:4) TO RC-SEU-CODE(RC-NB-SEUILS)
008650             MOVE RC-SEUIL-LU TO RC-SEU-MONTANT(RC-NB-SEUILS)
008660         WHEN OTHER
008670             PERFORM 1890-SEUIL-INVALIDE THRU 1890-EXIT
008680     END-EVALUATE.
008690 1860-EXIT.
008700     EXIT.
008710*
008720*----------------------------------------------------------------*
008730* OUVERTURE EN AJOUT DU FICHIER DES VALEURS RETENUES PAIRIRET.
008740*----------------------------------------------------------------*
008750 1880-OUVRIR-RETENUES.
008760     OPEN EXTEND RETENUES-FILE.
008770     IF NOT RC-RET-OK AND NOT RC-RET-ABSENT
008780         MOVE "RETENUES-FILE (OUVERTURE)" TO RC-MSG-ERREUR
008790         MOVE RC-RET-STATUT TO RC-STATUT-ERREUR-FICHIER
008800         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008810     END-IF.
008820 1880-EXIT.
008830     EXIT.
008840*
008850 1890-SEUIL-INVALIDE.
008860     DISPLAY "SEUIL INVALIDE : " RC-SEU-REC.
008870     MOVE 16 TO RETURN-CODE.
008880     STOP RUN.
008890 1890-EXIT.
008900     EXIT.
008910*
008920 4000-LIRE-UN-REJET.
008930     READ REJETS-IN
008940         AT END
008950             MOVE "Y" TO RC-REJ-EOF-SW
008960         NOT AT END
008970             ADD 1 TO RC-NB-LUS
008980             PERFORM 4100-TRAITER-UN-REJET THRU 4100-EXIT
008990     END-READ.
009000 4000-EXIT.
009010     EXIT.
009020*
009030*----------------------------------------------------------------*
009040* TRAITEMENT D'UN REJET : RECHERCHE DE L'ACTION (CORRECTION OU
009050* ABANDON), REVALIDATION DE LA VALEUR CORRIGEE PAR LE MEME
009060* CHEMIN QUE PAIR-IMPAIR, PUIS REPORT DU STATUT DANS LA NOUVELLE
009070* GENERATION DU FICHIER DES REJETS. UNE VALEUR CORRIGEE RETENUE
009080* POUR APPROBATION APURE LE REJET (STATUT C) : LA SUITE EST
009090* DECIDEE PAR APPROBATION. UN REJET DEJA TRAITE LORS D'UN
009100* PASSAGE PRECEDENT EST RECOPIE TEL QUEL.
009110*----------------------------------------------------------------*
009120 4100-TRAITER-UN-REJET.
009130     IF NOT PIJ-REC-EN-ATTENTE
009140         ADD 1 TO RC-NB-DEJA-TRAITES
009150         PERFORM 4500-ECRIRE-REJET-SORTIE THRU 4500-EXIT
009160         GO TO 4100-EXIT
009170     END-IF.
009180     IF RC-MODE-AUTO
009190         PERFORM 4200-CHERCHER-CORRECTION THRU 4200-EXIT
009200     ELSE
009210         PERFORM 4300-DIALOGUE-OPERATEUR THRU 4300-EXIT
009220     END-IF.
009230     EVALUATE RC-ACTION
009240         WHEN "C"
009250             MOVE RC-SAISIE TO NOMBRE-CHAINE
009260             PERFORM 6000-VALIDER-ET-CLASSER THRU 6000-EXIT
009270             IF RC-VALEUR-RETENUE
009280                 MOVE "C" TO PIJ-STATUT-RECYCLAGE
009290             ELSE
009300                 IF VALIDE-OUI
009310                     MOVE "C" TO PIJ-STATUT-RECYCLAGE
009320                     ADD 1 TO RC-NB-RECYCLES
009330                 ELSE
009340                     PERFORM 4150-REFUSER-CORRECTION
009350                         THRU 4150-EXIT
009360                 END-IF
009370             END-IF
009380         WHEN "A"
009390             MOVE "A" TO PIJ-STATUT-RECYCLAGE
009400             ADD 1 TO RC-NB-ABANDONNES
009410         WHEN OTHER
009420             ADD 1 TO RC-NB-EN-ATTENTE
009430     END-EVALUATE.
009440     PERFORM 4500-ECRIRE-REJET-SORTIE THRU 4500-EXIT.
009450 4100-EXIT.
009460     EXIT.
009470*
009480*----------------------------------------------------------------*
009490* CORRECTION REFUSEE. UN NUMERO BLOQUE NE PEUT ETRE RECYCLE TANT
009500* QUE LE BLOCAGE EST EN VIGUEUR : LE REJET RESTE EN ATTENTE AVEC
009510* LA RAISON 6. TOUTE AUTRE CORRECTION INVALIDE EST RE-REJETEE.
009520*----------------------------------------------------------------*
009530 4150-REFUSER-CORRECTION.
009540     IF RC-NUMERO-BLOQUE
009550         MOVE "6" TO PIJ-CODE-RAISON
009560         ADD 1 TO RC-NB-BLOQUES
009570         DISPLAY "NUMERO BLOQUE - RECYCLAGE REFUSE : "
009580             NOMBRE-CHAINE
009590     ELSE
009600         MOVE "R" TO PIJ-STATUT-RECYCLAGE
009610         ADD 1 TO RC-NB-RE-REJETES
009620     END-IF.
009630 4150-EXIT.
009640     EXIT.
009650*
009660*----------------------------------------------------------------*
009670* RECHERCHE DANS LA TABLE DES CORRECTIONS DE L'ENTREE DONT LA
009680* VALEUR D'ORIGINE EST CELLE DU REJET COURANT.
009690*----------------------------------------------------------------*
009700 4200-CHERCHER-CORRECTION.
009710     MOVE SPACE TO RC-ACTION.
009720     MOVE SPACES TO RC-SAISIE.
009730     MOVE "N" TO RC-TROUVE-SW.
009740     PERFORM 4250-COMPARER-CORRECTION THRU 4250-EXIT
009750         VARYING RC-IDX FROM 1 BY 1
009760         UNTIL RC-IDX > RC-NB-CORRECTIONS OR RC-TROUVE.
009770 4200-EXIT.
009780     EXIT.
009790*
009800 4250-COMPARER-CORRECTION.
009810     IF RC-COR-ORIGINE(RC-IDX) = PIJ-NOMBRE-CHAINE
009820         MOVE "Y" TO RC-TROUVE-SW
009830         MOVE RC-COR-ACTION(RC-IDX) TO RC-ACTION
009840         MOVE RC-COR-CORRIGE(RC-IDX) TO RC-SAISIE
009850     END-IF.
009860 4250-EXIT.
009870     EXIT.
009880*
009890*----------------------------------------------------------------*
009900* DIALOGUE OPERATEUR : LE REJET EST AFFICHE AVEC SA RAISON ET
009910* L'OPERATEUR CHOISIT DE CORRIGER, D'ABANDONNER OU DE LAISSER LE
009920* REJET EN ATTENTE POUR UN PROCHAIN PASSAGE.
009930*----------------------------------------------------------------*
009940 4300-DIALOGUE-OPERATEUR.
009950     DISPLAY "REJET : " PIJ-NOMBRE-CHAINE
009960         " RAISON " PIJ-CODE-RAISON
009970         " DU " PIJ-DATE-TRAITEMENT.
009980     DISPLAY "ACTION (C=CORRIGER, A=ABANDONNER, "
009990         "BLANC=LAISSER EN ATTENTE) : ".
010000     MOVE SPACE TO RC-ACTION.
010010     MOVE SPACES TO RC-SAISIE.
010020     ACCEPT RC-ACTION.
010030     IF RC-ACTION = "C"
010040         DISPLAY "VALEUR CORRIGEE : "
010050         ACCEPT RC-SAISIE
010060     END-IF.
010070     IF RC-ACTION = "A" AND NOT HAB-ACCORDEE
010080         PERFORM 4350-HABILITER-ABANDON THRU 4350-EXIT
010090     END-IF.
010100 4300-EXIT.
010110     EXIT.
010120*
010130*----------------------------------------------------------------*
010140* PREMIER ABANDON SAISI EN DIALOGUE : L'OPERATEUR (SAISI S'IL
010150* N'EST PAS DANS RECYPARM) EST CONTROLE PAR HABILITE. ACCORDE, IL
010160* VAUT POUR LE RESTE DU PASSAGE. REFUSE, LE REJET RESTE EN
010170* ATTENTE, LES ABANDONS SUIVANTS SONT REFUSES SANS NOUVEL APPEL ET
010180* LE PASSAGE FINIT AVEC LE CODE RETOUR 16.
010190*----------------------------------------------------------------*
010200 4350-HABILITER-ABANDON.
010210     IF RC-ABANDON-REFUSE
010220         DISPLAY "ABANDON NON AUTORISE - REJET LAISSE EN ATTENTE"
010230         MOVE SPACE TO RC-ACTION
010240         GO TO 4350-EXIT
010250     END-IF.
010260     IF RC-OPERATEUR = SPACES
010270         DISPLAY "OPERATEUR : "
010280         ACCEPT RC-OPERATEUR
010290     END-IF.
010300     PERFORM 1650-PREPARER-HABILITATION THRU 1650-EXIT.
010310     STRING "REJET=" DELIMITED BY SIZE
010320         PIJ-NOMBRE-CHAINE DELIMITED BY SPACE
010330         ";" DELIMITED BY SIZE
010340         RC-PRM-JOURNAL DELIMITED BY "  "
010350         INTO HAB-PARAMETRES
010360     END-STRING.
010370     CALL "HABILITE" USING HABILITATION-ZONE.
010380     MOVE 0 TO RETURN-CODE.
010390     IF HAB-REFUSEE
010400         DISPLAY "ACTION " HAB-ACTION " REFUSEE - " HAB-MOTIF
010410             " - OPERATEUR " RC-OPERATEUR
010420         DISPLAY "ABANDON NON AUTORISE - REJET LAISSE EN ATTENTE"
010430         MOVE "Y" TO RC-ABANDON-REFUSE-SW
010440         MOVE SPACE TO RC-ACTION
010450     END-IF.
010460 4350-EXIT.
010470     EXIT.
010480*
010490 4500-ECRIRE-REJET-SORTIE.
010500     MOVE PAIR-IMPAIR-REJ-REC TO REJET-SORTIE-REC.
010510     WRITE REJET-SORTIE-REC.
010520     IF NOT RC-RJN-OK
010530         MOVE "REJETS-OUT (ECRITURE)" TO RC-MSG-ERREUR
010540         MOVE RC-RJN-STATUT TO RC-STATUT-ERREUR-FICHIER
010550         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010560     END-IF.
010570 4500-EXIT.
010580     EXIT.
010590*
010600*----------------------------------------------------------------*
010610* VALIDATION DE LA VALEUR CORRIGEE PUIS CALCUL DE LA PARITE,
010620* A L'IDENTIQUE DU PARAGRAPHE 6000 DE PAIR-IMPAIR. UNE
010630* VALEUR AU-DELA DU SEUIL DE RETENUE N'EST PAS CLASSEE (6800). UNE
010640* CORRECTION REFUSEE N'ECRIT NI RESULTAT, NI REJET, NI TRACE
010650* D'AUDIT : LA TRACE DU REJET D'ORIGINE COUVRE DEJA L'ENTREE,
010660* ET LE RAPPROCHEMENT EXIGE UNE TRACE PAR ENREGISTREMENT
010670* ECRIT DANS PAIRIOUT OU PAIRIREJ.
010680*----------------------------------------------------------------*
010690 6000-VALIDER-ET-CLASSER.
010700     MOVE "O" TO VALIDE.
010710     MOVE "N" TO RC-POINT-VU-SW.
010720     MOVE SPACE TO RC-CODE-RAISON.
010730     MOVE "N" TO RC-BLOQUE-SW.
010740     MOVE "N" TO RC-RETENUE-SW.
010750     MOVE FUNCTION LENGTH(FUNCTION TRIM(NOMBRE-CHAINE))
010760         TO LONGUEUR.
010770     IF LONGUEUR = 0
010780         MOVE "N" TO VALIDE
010790         MOVE "1" TO RC-CODE-RAISON
010800     ELSE
010810         PERFORM VARYING I FROM 1 BY 1 UNTIL I > LONGUEUR
010820             MOVE NOMBRE-CHAINE(I:1) TO CAR
010830             EVALUATE TRUE
010840                 WHEN CAR >= "0" AND CAR <= "9"
010850                     CONTINUE
010860                 WHEN (CAR = "+" OR CAR = "-") AND I = 1
010870                     CONTINUE
010880                 WHEN CAR = "." AND NOT RC-POINT-DEJA-VU
010890                     MOVE "Y" TO RC-POINT-VU-SW
010900                 WHEN OTHER
010910                     MOVE "N" TO VALIDE
010920                     MOVE "2" TO RC-CODE-RAISON
010930             END-EVALUATE
010940         END-PERFORM
010950     END-IF.
010960     IF VALIDE-OUI
010970         COMPUTE RC-VAL-NUMVAL = FUNCTION NUMVAL(NOMBRE-CHAINE)
010980             ON SIZE ERROR
010990                 MOVE "N" TO VALIDE
011000                 MOVE "4" TO RC-CODE-RAISON
011010         END-COMPUTE
011020     END-IF.
011030     IF VALIDE-OUI
011040         AND LONGUEUR = 10
011050         AND NOT RC-POINT-DEJA-VU
011060         AND NOMBRE-CHAINE(1:1) >= "0"
011070         AND NOMBRE-CHAINE(1:1) <= "9"
011080         MOVE FUNCTION INTEGER-PART(RC-VAL-NUMVAL) TO NOMBRE
011090         CALL "CLECTRL" USING NOMBRE, RC-CLE-RESULTAT
011100         IF RC-CLE-RESULTAT = "N"
011110             MOVE "N" TO VALIDE
011120             MOVE "5" TO RC-CODE-RAISON
011130         END-IF
011140     END-IF.
011150     IF VALIDE-OUI AND RC-BLQ-DISPONIBLE
011160         PERFORM 6050-CONTROLER-BLOCAGE THRU 6050-EXIT
011170     END-IF.
011180     IF VALIDE-OUI AND RC-SEUILS-ACTIFS
011190         PERFORM 6750-CONTROLER-SEUIL THRU 6750-EXIT
011200     END-IF.
011210     IF RC-VALEUR-RETENUE
011220         PERFORM 6800-RETENIR-VALEUR THRU 6800-EXIT
011230         GO TO 6000-EXIT
011240     END-IF.
011250     IF VALIDE-OUI
011260         MOVE FUNCTION INTEGER-PART(RC-VAL-NUMVAL) TO NOMBRE
011270         CALL "PARITE" USING NOMBRE, RESTE, VALIDE
011280         PERFORM 6500-ECRIRE-RESULTAT THRU 6500-EXIT
011290         PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT
011300     END-IF.
011310 6000-EXIT.
011320     EXIT.
011330*
011340*----------------------------------------------------------------*
011350* CONTROLE DE LA LISTE DES NUMEROS BLOQUES, A L'IDENTIQUE DU
011360* PARAGRAPHE 6650 DE PAIR-IMPAIR (BLOCAGE ACTIF DONT LA PERIODE
011370* COUVRE LA DATE DU JOUR).
011380*----------------------------------------------------------------*
011390 6050-CONTROLER-BLOCAGE.
011400     MOVE FUNCTION INTEGER-PART(RC-VAL-NUMVAL) TO NOMBRE.
011410     MOVE NOMBRE TO PIB-NOMBRE.
011420     READ BLOCAGES-FILE
011430         INVALID KEY
011440             GO TO 6050-EXIT
011450     END-READ.
011460     IF NOT RC-BLQ-OK
011470         MOVE "BLOCAGES-FILE (LECTURE)" TO RC-MSG-ERREUR
011480         MOVE RC-BLQ-STATUT TO RC-STATUT-ERREUR-FICHIER
011490         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011500     END-IF.
011510     IF PIB-ACTIF
011520         AND PIB-DATE-DEBUT <= RC-DATE-JOUR
011530         AND (PIB-DATE-FIN = 0 OR PIB-DATE-FIN >= RC-DATE-JOUR)
011540         MOVE "N" TO VALIDE
011550         MOVE "6" TO RC-CODE-RAISON
011560         MOVE "Y" TO RC-BLOQUE-SW
011570     END-IF.
011580 6050-EXIT.
011590     EXIT.
011600*
011610 6500-ECRIRE-RESULTAT.
011620     PERFORM 6550-METTRE-A-JOUR-MAITRE THRU 6550-EXIT.
011630     MOVE SPACES              TO PAIR-IMPAIR-REC
011640     MOVE NOMBRE              TO PIR-NOMBRE
011650     MOVE RESTE               TO PIR-RESTE
011660     MOVE VALIDE              TO PIR-VALIDE
011670     MOVE RC-DATE-JOUR        TO PIR-DATE-TRAITEMENT
011680     MOVE RC-CODE-DOUBLON     TO PIR-CODE-DOUBLON
011690     MOVE RC-NO-EXECUTION     TO PIR-NO-EXECUTION
011700     MOVE PIJ-SOURCE          TO PIR-SOURCE
011710     MOVE RC-VAL-NUMVAL       TO PIR-VALEUR
011720     WRITE PAIR-IMPAIR-REC.
011730     IF NOT RC-OUT-OK
011740         MOVE "PAIR-IMPAIR-OUT (ECRITURE)" TO RC-MSG-ERREUR
011750         MOVE RC-OUT-STATUT TO RC-STATUT-ERREUR-FICHIER
011760         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011770     END-IF.
011780     PERFORM 6560-ECRIRE-HISTORIQUE THRU 6560-EXIT.
011790 6500-EXIT.
011800     EXIT.
011810*
011820*----------------------------------------------------------------*
011830* MISE A JOUR DU FICHIER MAITRE PAIRIMST, A L'IDENTIQUE DU
011840* PARAGRAPHE 6550 DE PAIR-IMPAIR : CREATION AU PREMIER PASSAGE
011850* DU NOMBRE, DOUBLON MARQUE ET COMPTE DE PASSAGES AU SUIVANT.
011860*----------------------------------------------------------------*
011870 6550-METTRE-A-JOUR-MAITRE.
011880     MOVE SPACE TO RC-CODE-DOUBLON.
011890     IF NOT RC-MST-DISPONIBLE
011900         GO TO 6550-EXIT
011910     END-IF.
011920     MOVE NOMBRE TO PIM-NOMBRE.
011930     READ PAIR-IMPAIR-MST
011940         INVALID KEY
011950             MOVE NOMBRE          TO PIM-NOMBRE
011960             MOVE RESTE           TO PIM-RESTE
011970             MOVE VALIDE          TO PIM-VALIDE
011980             MOVE RC-DATE-JOUR    TO PIM-DATE-PREMIERE
011990             MOVE RC-DATE-JOUR    TO PIM-DATE-DERNIERE
012000             MOVE 1               TO PIM-NB-PASSAGES
012010             MOVE RC-NO-EXECUTION TO PIM-NO-EXEC-PREMIER
012020             MOVE RC-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
012030             MOVE PIJ-SOURCE      TO PIM-SOURCE
012040             MOVE RC-VAL-NUMVAL   TO PIM-VALEUR
012050             WRITE PAIR-IMPAIR-MST-REC
012060             IF NOT RC-MST-OK
012070                 MOVE "PAIR-IMPAIR-MST (ECRITURE)"
012080                     TO RC-MSG-ERREUR
012090                 MOVE RC-MST-STATUT
012100                     TO RC-STATUT-ERREUR-FICHIER
012110                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012120             END-IF
012130         NOT INVALID KEY
012140             MOVE "D" TO RC-CODE-DOUBLON
012150             ADD 1 TO RC-NB-DOUBLONS
012160             ADD 1 TO PIM-NB-PASSAGES
012170             MOVE RESTE           TO PIM-RESTE
012180             MOVE VALIDE          TO PIM-VALIDE
012190             MOVE RC-DATE-JOUR    TO PIM-DATE-DERNIERE
012200             MOVE RC-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
012210             MOVE PIJ-SOURCE      TO PIM-SOURCE
012220             MOVE RC-VAL-NUMVAL   TO PIM-VALEUR
012230             REWRITE PAIR-IMPAIR-MST-REC
012240             IF NOT RC-MST-OK
012250                 MOVE "PAIR-IMPAIR-MST (REECRITURE)"
012260                     TO RC-MSG-ERREUR
012270                 MOVE RC-MST-STATUT
012280                     TO RC-STATUT-ERREUR-FICHIER
012290                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012300             END-IF
012310     END-READ.
012320 6550-EXIT.
012330     EXIT.
012340*
012350*----------------------------------------------------------------*
012360* ECRITURE DU PASSAGE DANS L'HISTORIQUE PAIRIHIS, A L'IDENTIQUE
012370* DU PARAGRAPHE 6560 DE PAIR-IMPAIR (RANG SUIVANT SI LE NOMBRE
012380* EST DEJA PASSE DANS LA MEME EXECUTION).
012390*----------------------------------------------------------------*
012400 6560-ECRIRE-HISTORIQUE.
012410     IF NOT RC-HIS-DISPONIBLE
012420         GO TO 6560-EXIT
012430     END-IF.
012440     MOVE SPACES              TO PAIR-IMPAIR-HIS-REC.
012450     MOVE NOMBRE              TO PIH-NOMBRE.
012460     MOVE RC-NO-EXECUTION     TO PIH-NO-EXECUTION.
012470     MOVE 0                   TO PIH-NO-RANG.
012480     MOVE RC-DATE-JOUR        TO PIH-DATE.
012490     MOVE PIJ-SOURCE          TO PIH-SOURCE.
012500     MOVE RC-VAL-NUMVAL       TO PIH-VALEUR.
012510     MOVE "RECYCLAGE"         TO PIH-PROGRAMME.
012520     MOVE "N" TO RC-HIS-ECRIT-SW.
012530     PERFORM 6570-ECRIRE-UN-RANG THRU 6570-EXIT
012540         UNTIL RC-HIS-ECRIT.
012550 6560-EXIT.
012560     EXIT.
012570*
012580 6570-ECRIRE-UN-RANG.
012590     IF PIH-NO-RANG = 999
012600         MOVE "HISTORIQUE-PASSAGES (RANG)" TO RC-MSG-ERREUR
012610         MOVE RC-HIS-STATUT TO RC-STATUT-ERREUR-FICHIER
012620         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012630     END-IF.
012640     ADD 1 TO PIH-NO-RANG.
012650     WRITE PAIR-IMPAIR-HIS-REC.
012660     IF RC-HIS-OK
012670         MOVE "Y" TO RC-HIS-ECRIT-SW
012680     ELSE
012690         IF NOT RC-HIS-DOUBLE
012700             MOVE "HISTORIQUE-PASSAGES (ECRITURE)"
012710                 TO RC-MSG-ERREUR
012720             MOVE RC-HIS-STATUT TO RC-STATUT-ERREUR-FICHIER
012730             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
012740         END-IF
012750     END-IF.
012760 6570-EXIT.
012770     EXIT.
012780*
012790 6700-ECRIRE-AUDIT.
012800     ACCEPT RC-HEURE FROM TIME.
012810     MOVE SPACES               TO PAIR-IMPAIR-AUD-REC
012820     MOVE RC-DATE-JOUR         TO PIA-DATE
012830     MOVE RC-HEURE             TO PIA-HEURE
012840     MOVE NOMBRE-CHAINE        TO PIA-NOMBRE-CHAINE
012850     MOVE VALIDE               TO PIA-VALIDE
012860     IF RC-VALEUR-RETENUE
012870         MOVE "T"              TO PIA-VALIDE
012880     END-IF
012890     MOVE RESTE                TO PIA-RESTE
012900     MOVE RC-NO-EXECUTION      TO PIA-NO-EXECUTION
012910     ADD 1 TO RC-AUD-SEQUENCE.
012920     MOVE RC-AUD-SEQUENCE TO PIA-NO-SEQUENCE.
012930     CALL "CHAINAGE" USING PIA-DONNEES, PIA-NO-SEQUENCE,
012940         RC-AUD-CHAINAGE, PIA-CHAINAGE.
012950     WRITE PAIR-IMPAIR-AUD-REC.
012960     IF NOT RC-AUD-OK
012970         MOVE "AUDIT-FILE (ECRITURE)" TO RC-MSG-ERREUR
012980         MOVE RC-AUD-STATUT TO RC-STATUT-ERREUR-FICHIER
012990         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013000     END-IF.
013010     MOVE PIA-CHAINAGE TO RC-AUD-CHAINAGE.
013020 6700-EXIT.
013030     EXIT.
013040*
013050*----------------------------------------------------------------*
013060* CONTROLE DU SEUIL DE RETENUE, A L'IDENTIQUE DU PARAGRAPHE 6750
013070* DE PAIR-IMPAIR : SEUIL DU SERVICE EMETTEUR DU REJET, SINON
013080* SEUIL GENERAL, COMPARE A LA VALEUR ABSOLUE.
013090*----------------------------------------------------------------*
013100 6750-CONTROLER-SEUIL.
013110     MOVE "N" TO RC-SEUIL-TROUVE-SW.
013120     PERFORM 6760-COMPARER-SEUIL THRU 6760-EXIT
013130         VARYING RC-SEU-IDX FROM 1 BY 1
013140         UNTIL RC-SEU-IDX > RC-NB-SEUILS
013150             OR RC-SEUIL-TROUVE.
013160     IF NOT RC-SEUIL-TROUVE
013170         IF RC-SEUIL-GLOBAL-DEFINI
013180             MOVE RC-SEUIL-GLOBAL TO RC-SEUIL-APPLIQUE
013190         ELSE
013200             GO TO 6750-EXIT
013210         END-IF
013220     END-IF.
013230     IF FUNCTION ABS(RC-VAL-NUMVAL) > RC-SEUIL-APPLIQUE
013240         MOVE "Y" TO RC-RETENUE-SW
013250     END-IF.
013260 6750-EXIT.
013270     EXIT.
013280*
013290 6760-COMPARER-SEUIL.
013300     IF RC-SEU-CODE(RC-SEU-IDX) = PIJ-SOURCE
013310         MOVE "Y" TO RC-SEUIL-TROUVE-SW
013320         MOVE RC-SEU-MONTANT(RC-SEU-IDX) TO RC-SEUIL-APPLIQUE
013330     END-IF.
013340 6760-EXIT.
013350     EXIT.
013360*
013370*----------------------------------------------------------------*
013380* VALEUR CORRIGEE AU-DELA DU SEUIL : ELLE N'EST NI CLASSEE NI
013390* PORTEE AU MAITRE MAIS ECRITE DANS PAIRIRET EN ATTENTE
013400* D'APPROBATION, SOUS LE NUMERO D'EXECUTION DU RECYCLAGE, AVEC
013410* UNE TRACE D'AUDIT "T", A L'IDENTIQUE DU PARAGRAPHE 6800 DE
013420* PAIR-IMPAIR.
013430*----------------------------------------------------------------*
013440 6800-RETENIR-VALEUR.
013450     ADD 1 TO RC-NB-RETENUS.
013460     MOVE 0 TO RESTE.
013470     MOVE SPACES               TO PAIR-IMPAIR-RET-REC
013480     MOVE RC-NO-EXECUTION      TO PIT-NO-EXECUTION
013490     MOVE RC-NB-RETENUS        TO PIT-NO-SEQUENCE
013500     MOVE RC-DATE-JOUR         TO PIT-DATE-MISE
013510     MOVE PIJ-SOURCE           TO PIT-SOURCE
013520     MOVE NOMBRE-CHAINE        TO PIT-NOMBRE-CHAINE
013530     MOVE RC-VAL-NUMVAL        TO PIT-VALEUR
013540     MOVE RC-SEUIL-APPLIQUE    TO PIT-SEUIL
013550     MOVE 0                    TO PIT-DATE-VISA
013560     MOVE 0                    TO PIT-DATE-CONFIRM
013570     MOVE 0                    TO PIT-NO-EXEC-DECISION
013580     WRITE PAIR-IMPAIR-RET-REC.
013590     IF NOT RC-RET-OK
013600         MOVE "RETENUES-FILE (ECRITURE)" TO RC-MSG-ERREUR
013610         MOVE RC-RET-STATUT TO RC-STATUT-ERREUR-FICHIER
013620         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013630     END-IF.
013640     DISPLAY "LE NOMBRE " NOMBRE-CHAINE
013650         " EST RETENU POUR APPROBATION.".
013660     PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT.
013670 6800-EXIT.
013680     EXIT.
013690*
013700 7000-TERMINER.
013710     CLOSE REJETS-IN.
013720     CLOSE REJETS-OUT.
013730     CLOSE PAIR-IMPAIR-OUT.
013740     CLOSE AUDIT-FILE.
013750     CLOSE RETENUES-FILE.
013760     IF RC-MST-DISPONIBLE
013770         CLOSE PAIR-IMPAIR-MST
013780     END-IF.
013790     IF RC-HIS-DISPONIBLE
013800         CLOSE HISTORIQUE-PASSAGES
013810     END-IF.
013820     IF RC-BLQ-DISPONIBLE
013830         CLOSE BLOCAGES-FILE
013840     END-IF.
013850 7000-EXIT.
013860     EXIT.
013870*
013880*----------------------------------------------------------------*
013890* FIN D'UNE ACTION ACCORDEE : HABILITE ECRIT AU JOURNAL DES
013900* OPERATIONS LA FIN DE L'ACTION AVEC LE CODE RETOUR DU PASSAGE.
013910*----------------------------------------------------------------*
013920 7900-CONCLURE-HABILITATION.
013930     MOVE RETURN-CODE TO HAB-CODE-RETOUR.
013940     MOVE "F" TO HAB-FONCTION.
013950     CALL "HABILITE" USING HABILITATION-ZONE.
013960     MOVE HAB-CODE-RETOUR TO RETURN-CODE.
013970 7900-EXIT.
013980     EXIT.
013990*
014000*----------------------------------------------------------------*
014010* RAPPORT DE CONTROLE DU RECYCLAGE : REJETS APURES (RECYCLES,
014020* RETENUS POUR APPROBATION OU ABANDONNES) ET REJETS ENCORE EN
014030* ATTENTE OU RE-REJETES.
014040*----------------------------------------------------------------*
014050 8000-IMPRIMER-RAPPORT.
014060     COMPUTE RC-NB-APURES =
014070         RC-NB-RECYCLES + RC-NB-RETENUS + RC-NB-ABANDONNES.
014080     COMPUTE RC-NB-RESTANTS =
014090         RC-NB-RE-REJETES + RC-NB-EN-ATTENTE + RC-NB-BLOQUES.
014100     OPEN OUTPUT RECYCLAGE-RPT.
014110     IF NOT RC-RPT-OK
014120         MOVE "RECYCLAGE-RPT (OUVERTURE)" TO RC-MSG-ERREUR
014130         MOVE RC-RPT-STATUT TO RC-STATUT-ERREUR-FICHIER
014140         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
014150     END-IF.
014160     MOVE SPACES TO RC-RPT-LIGNE.
014170     STRING "RAPPORT DE CONTROLE - RECYCLAGE DES REJETS"
014180         DELIMITED BY SIZE INTO RC-RPT-LIGNE.
014190     WRITE RC-RPT-LIGNE.
014200     MOVE RC-NO-EXECUTION TO RC-RPT-NO-EXEC.
014210     MOVE SPACES TO RC-RPT-LIGNE.
014220     STRING "NUMERO D'EXECUTION       : " DELIMITED BY SIZE
014230         RC-RPT-NO-EXEC DELIMITED BY SIZE
014240         INTO RC-RPT-LIGNE.
014250     WRITE RC-RPT-LIGNE.
014260     MOVE RC-NB-LUS TO RC-RPT-ZONE-EDIT.
014270     MOVE SPACES TO RC-RPT-LIGNE.
014280     STRING "REJETS LUS               : " DELIMITED BY SIZE
014290         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014300         INTO RC-RPT-LIGNE.
014310     WRITE RC-RPT-LIGNE.
014320     MOVE RC-NB-RECYCLES TO RC-RPT-ZONE-EDIT.
014330     MOVE SPACES TO RC-RPT-LIGNE.
014340     STRING "REJETS RECYCLES          : " DELIMITED BY SIZE
014350         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014360         INTO RC-RPT-LIGNE.
014370     WRITE RC-RPT-LIGNE.
014380     MOVE RC-NB-RE-REJETES TO RC-RPT-ZONE-EDIT.
014390     MOVE SPACES TO RC-RPT-LIGNE.
014400     STRING "REJETS RE-REJETES        : " DELIMITED BY SIZE
014410         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014420         INTO RC-RPT-LIGNE.
014430     WRITE RC-RPT-LIGNE.
014440     MOVE RC-NB-RETENUS TO RC-RPT-ZONE-EDIT.
014450     MOVE SPACES TO RC-RPT-LIGNE.
014460     STRING "RETENUS POUR APPROBATION : " DELIMITED BY SIZE
014470         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014480         INTO RC-RPT-LIGNE.
014490     WRITE RC-RPT-LIGNE.
014500     MOVE RC-NB-ABANDONNES TO RC-RPT-ZONE-EDIT.
014510     MOVE SPACES TO RC-RPT-LIGNE.
014520     STRING "REJETS ABANDONNES        : " DELIMITED BY SIZE
014530         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014540         INTO RC-RPT-LIGNE.
014550     WRITE RC-RPT-LIGNE.
014560     MOVE RC-NB-EN-ATTENTE TO RC-RPT-ZONE-EDIT.
014570     MOVE SPACES TO RC-RPT-LIGNE.
014580     STRING "REJETS LAISSES EN ATTENTE: " DELIMITED BY SIZE
014590         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014600         INTO RC-RPT-LIGNE.
014610     WRITE RC-RPT-LIGNE.
014620     MOVE RC-NB-BLOQUES TO RC-RPT-ZONE-EDIT.
014630     MOVE SPACES TO RC-RPT-LIGNE.
014640     STRING "REJETS BLOQUES (RAISON 6): " DELIMITED BY SIZE
014650         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014660         INTO RC-RPT-LIGNE.
014670     WRITE RC-RPT-LIGNE.
014680     MOVE RC-NB-DEJA-TRAITES TO RC-RPT-ZONE-EDIT.
014690     MOVE SPACES TO RC-RPT-LIGNE.
014700     STRING "REJETS DEJA TRAITES      : " DELIMITED BY SIZE
014710         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014720         INTO RC-RPT-LIGNE.
014730     WRITE RC-RPT-LIGNE.
014740     MOVE RC-NB-APURES TO RC-RPT-ZONE-EDIT.
014750     MOVE SPACES TO RC-RPT-LIGNE.
014760     STRING "REJETS APURES DU JOUR    : " DELIMITED BY SIZE
014770         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014780         INTO RC-RPT-LIGNE.
014790     WRITE RC-RPT-LIGNE.
014800     MOVE RC-NB-RESTANTS TO RC-RPT-ZONE-EDIT.
014810     MOVE SPACES TO RC-RPT-LIGNE.
014820     STRING "REJETS ENCORE OUVERTS    : " DELIMITED BY SIZE
014830         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014840         INTO RC-RPT-LIGNE.
014850     WRITE RC-RPT-LIGNE.
014860     MOVE RC-NB-DOUBLONS TO RC-RPT-ZONE-EDIT.
014870     MOVE SPACES TO RC-RPT-LIGNE.
014880     STRING "DOUBLONS DETECTES        : " DELIMITED BY SIZE
014890         RC-RPT-ZONE-EDIT DELIMITED BY SIZE
014900         INTO RC-RPT-LIGNE.
014910     WRITE RC-RPT-LIGNE.
014920     IF RC-BLQ-AVERTIR
014930         MOVE "LISTE NUMEROS BLOQUES INDISPONIBLE - NON CONTROLES"
014940             TO RC-RPT-LIGNE
014950         WRITE RC-RPT-LIGNE
014960     END-IF.
014970     CLOSE RECYCLAGE-RPT.
014980 8000-EXIT.
014990     EXIT.
015000*
015010*----------------------------------------------------------------*
015020* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
015030* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
015040*----------------------------------------------------------------*
015050 9000-ERREUR-FICHIER.
015060     DISPLAY "ERREUR E/S - " RC-MSG-ERREUR
015070         " - STATUT " RC-STATUT-ERREUR-FICHIER.
015080     MOVE 16 TO RETURN-CODE.
015090     IF HAB-ACCORDEE
015100         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
015110     END-IF.
015120     STOP RUN.
015130 9000-EXIT.
015140     EXIT.
