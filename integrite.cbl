000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTEGRITE.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. VERIFICATION DE LA PISTE D'AUDIT
000220*                 CHAINEE PAIRIAUD : LA VALEUR DE CONTROLE DE
000230*                 CHAQUE TRACE EST RECALCULEE (CALL "CHAINAGE")
000240*                 A PARTIR DE LA TRACE PRECEDENTE ET COMPAREE A
000250*                 PIA-CHAINAGE ; LES NUMEROS DE SEQUENCE DOIVENT
000260*                 SE SUIVRE SANS TROU. L'ETAT INTEGRPT DONNE LA
000270*                 PREMIERE RUPTURE, LES TROUS DE SEQUENCE ET LES
000280*                 NUMEROS D'EXECUTION CONCERNES. LE DERNIER SCEAU
000290*                 INTACT DU FICHIER PAIRISCE SERT DE REPERE (PISTE
000300*                 RACCOURCIE OU REECRITE EN AMONT). CHAQUE PASSAGE
000310*                 AJOUTE SON SCEAU A PAIRISCE. UNE PISTE ROMPUE
000320*                 TERMINE LE PROGRAMME AVEC LE CODE RETOUR 8,
000330*                 COMME SURVEILLANCE. LES TRACES ECRITES AVANT LE
000340*                 CHAINAGE (EN TETE DE PISTE) SONT COMPTEES A
000350*                 PART ET NE SONT PAS VERIFIEES.
000360* 15/10/2026 JM   SCEAU DE CLOTURE (TYPE C) ECRIT PAR CLOTURE :
000370*                 UNE PISTE VIVANTE VIDE JUSTE APRES UNE CLOTURE
000380*                 N'EST PAS UNE PISTE RACCOURCIE. LE SCEAU C SERT
000390*                 DE RATTACHEMENT A LA PREMIERE TRACE QUI LE SUIT.
000400*----------------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL AUDIT-FILE
000460         ASSIGN TO "PAIRIAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS IG-AUD-STATUT.
000490     SELECT OPTIONAL SCEAUX-FILE
000500         ASSIGN TO "PAIRISCE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS IG-SCE-STATUT.
000530     SELECT INTEGRITE-RPT
000540         ASSIGN TO "INTEGRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS IG-RPT-STATUT.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  AUDIT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PAIRIAUD.
000630*
000640 FD  SCEAUX-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PAIRISCE.
000670*
000680 FD  INTEGRITE-RPT
000690     LABEL RECORDS ARE STANDARD.
000700 01  IG-RPT-LIGNE            PIC X(80).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740*----------------------------------------------------------------*
000750* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
000760* L'OUVERTURE DES FICHIERS OPTIONNELS.
000770*----------------------------------------------------------------*
000780 77  IG-AUD-STATUT           PIC X(02) VALUE "00".
000790     88  IG-AUD-OK               VALUE "00".
000800     88  IG-AUD-ABSENT           VALUE "05".
000810 77  IG-SCE-STATUT           PIC X(02) VALUE "00".
000820     88  IG-SCE-OK               VALUE "00".
000830     88  IG-SCE-ABSENT           VALUE "05".
000840 77  IG-RPT-STATUT           PIC X(02) VALUE "00".
000850     88  IG-RPT-OK               VALUE "00".
000860 77  IG-MSG-ERREUR           PIC X(40) VALUE SPACES.
000870 77  IG-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
000880*
000890*----------------------------------------------------------------*
000900* ZONES DE LECTURE DE LA PISTE.
000910*----------------------------------------------------------------*
000920 77  IG-AUD-EOF-SW           PIC X VALUE "N".
000930     88  IG-AUD-EOF              VALUE "Y".
000940 77  IG-SCE-EOF-SW           PIC X VALUE "N".
000950     88  IG-SCE-EOF              VALUE "Y".
000960 77  IG-DEBUT-VU-SW          PIC X VALUE "N".
000970     88  IG-DEBUT-VU             VALUE "Y".
000980 77  IG-CHAINE-SW            PIC X VALUE "N".
000990     88  IG-CHAINE-COMMENCEE     VALUE "Y".
001000 77  IG-DATE-JOUR            PIC 9(08) VALUE 0.
001010 77  IG-HEURE                PIC 9(08) VALUE 0.
001020 77  IG-RANG                 PIC 9(09) COMP VALUE 0.
001030 77  IG-PREMIERE-SEQ         PIC 9(09) VALUE 0.
001040 77  IG-SEQ-PRECEDENTE       PIC 9(09) VALUE 0.
001050 77  IG-CHAINAGE-PRECEDENT   PIC 9(12) VALUE 0.
001060 77  IG-CHAINAGE-CALCULE     PIC 9(12) VALUE 0.
001070 77  IG-EXEC-PRECEDENTE      PIC 9(05) VALUE 0.
001080 77  IG-EXEC-COURANTE        PIC 9(05) VALUE 0.
001090*
001100*----------------------------------------------------------------*
001110* REPERES TIRES DE PAIRISCE : LE SCEAU INTACT DE PLUS HAUTE
001120* SEQUENCE (CONTROLE D'UNE PISTE RACCOURCIE OU REECRITE) ET LE
001130* SCEAU DONT LA DERNIERE SEQUENCE PRECEDE IMMEDIATEMENT LA
001140* PREMIERE TRACE CHAINEE DE LA PISTE (RATTACHEMENT DE CELLE-CI
001150* QUAND LA PISTE NE COMMENCE PAS A LA SEQUENCE 1). LA PLUS HAUTE
001160* SEQUENCE SCELLEE PAR UNE CLOTURE EST RETENUE A PART : LES TRACES
001170* QU'ELLE COUVRE SONT DANS LA GENERATION ARCHIVEE DE LA PERIODE.
001180*----------------------------------------------------------------*
001190 77  IG-SCEAU-SW             PIC X VALUE "N".
001200     88  IG-SCEAU-CONNU          VALUE "Y".
001210 77  IG-SCEAU-DATE           PIC 9(08) VALUE 0.
001220 77  IG-SCEAU-SEQ            PIC 9(09) VALUE 0.
001230 77  IG-SCEAU-CHAINAGE       PIC 9(12) VALUE 0.
001240 77  IG-CLOTURE-SEQ          PIC 9(09) VALUE 0.
001250 77  IG-SCEAU-VERIFIE-SW     PIC X VALUE "N".
001260     88  IG-SCEAU-VERIFIE        VALUE "Y".
001270 77  IG-ANCRE-SW             PIC X VALUE "N".
001280     88  IG-ANCRE-TROUVEE        VALUE "Y".
001290 77  IG-ANCRE-CHAINAGE       PIC 9(12) VALUE 0.
001300*
001310*----------------------------------------------------------------*
001320* RESULTATS DE LA VERIFICATION. LES 20 PREMIERES ANOMALIES SONT
001330* DETAILLEES SUR L'ETAT ; LES EXECUTIONS CONCERNEES SONT
001340* RETENUES SANS DOUBLE (50 AU PLUS).
001350*----------------------------------------------------------------*
001360 77  IG-NB-TRACES            PIC 9(09) COMP VALUE 0.
001370 77  IG-NB-ANTERIEURES       PIC 9(09) COMP VALUE 0.
001380 77  IG-NB-RUPTURES          PIC 9(07) COMP VALUE 0.
001390 77  IG-NB-TROUS             PIC 9(07) COMP VALUE 0.
001400 77  IG-NB-DETAILS           PIC 9(07) COMP VALUE 0.
001410 77  IG-PREMIERE-RUPTURE     PIC 9(09) VALUE 0.
001420 77  IG-MOTIF                PIC X(40) VALUE SPACES.
001430 77  IG-NB-EXECS             PIC 9(02) COMP VALUE 0.
001440 77  IG-EXEC-IDX             PIC 9(02) COMP VALUE 0.
001450 77  IG-EXEC-TROUVE-SW       PIC X VALUE "N".
001460     88  IG-EXEC-TROUVEE         VALUE "Y".
001470 77  IG-EXECS-PLEIN-SW       PIC X VALUE "N".
001480     88  IG-EXECS-PLEIN          VALUE "Y".
001490 01  IG-TABLE-EXECS.
001500     05  IG-EXEC-CONCERNEE       PIC 9(05) OCCURS 50 TIMES.
001510 77  IG-ROMPUE-SW            PIC X VALUE "N".
001520     88  IG-PISTE-ROMPUE         VALUE "Y".
001530*
001540*----------------------------------------------------------------*
001550* ZONES D'EDITION DE L'ETAT.
001560*----------------------------------------------------------------*
001570 77  IG-EDIT-A               PIC ZZZZZZZZ9.
001580 77  IG-EDIT-B               PIC ZZZZZZZZ9.
001590 77  IG-EDIT-EXEC            PIC ZZZZ9.
001600 77  IG-RPT-POS              PIC 9(02) COMP VALUE 0.
001610*
001620 PROCEDURE DIVISION.
001630*
001640 0000-MAINLINE.
001650     ACCEPT IG-DATE-JOUR FROM DATE YYYYMMDD.
001660     ACCEPT IG-HEURE FROM TIME.
001670     PERFORM 1000-INITIALISER THRU 1000-EXIT.
001680     PERFORM 2000-LIRE-SCEAUX THRU 2000-EXIT.
001690     PERFORM 3000-VERIFIER-PISTE THRU 3000-EXIT.
001700     PERFORM 5000-CONTROLER-SCEAU THRU 5000-EXIT.
001710     PERFORM 6000-ECRIRE-SCEAU THRU 6000-EXIT.
001720     PERFORM 8000-IMPRIMER-BILAN THRU 8000-EXIT.
001730     IF IG-PISTE-ROMPUE
001740         MOVE 8 TO RETURN-CODE
001750     END-IF.
001760     STOP RUN.
001770*
001780*----------------------------------------------------------------*
001790* OUVERTURE DE L'ETAT ET REPERAGE DE LA PREMIERE TRACE CHAINEE
001800* DE LA PISTE (SA SEQUENCE DESIGNE LE SCEAU DE RATTACHEMENT).
001810*----------------------------------------------------------------*
001820 1000-INITIALISER.
001830     OPEN OUTPUT INTEGRITE-RPT.
001840     IF NOT IG-RPT-OK
001850         MOVE "INTEGRITE-RPT (OUVERTURE)" TO IG-MSG-ERREUR
001860         MOVE IG-RPT-STATUT TO IG-STATUT-ERREUR-FICHIER
001870         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
001880     END-IF.
001890     MOVE "VERIFICATION DE LA PISTE D'AUDIT PAIRIAUD"
001900         TO IG-RPT-LIGNE.
001910     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
001920     MOVE SPACES TO IG-RPT-LIGNE.
001930     STRING "DATE DE VERIFICATION     : " DELIMITED BY SIZE
001940         IG-DATE-JOUR DELIMITED BY SIZE
001950         " A " DELIMITED BY SIZE
001960         IG-HEURE(1:6) DELIMITED BY SIZE
001970         INTO IG-RPT-LIGNE.
001980     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
001990     MOVE SPACES TO IG-RPT-LIGNE.
002000     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
002010     OPEN INPUT AUDIT-FILE.
002020     IF NOT IG-AUD-OK AND NOT IG-AUD-ABSENT
002030         MOVE "AUDIT-FILE (OUVERTURE)" TO IG-MSG-ERREUR
002040         MOVE IG-AUD-STATUT TO IG-STATUT-ERREUR-FICHIER
002050         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002060     END-IF.
002070     PERFORM 1100-CHERCHER-DEBUT THRU 1100-EXIT
002080         UNTIL IG-AUD-EOF OR IG-DEBUT-VU.
002090     CLOSE AUDIT-FILE.
002100 1000-EXIT.
002110     EXIT.
002120*
002130 1100-CHERCHER-DEBUT.
002140     READ AUDIT-FILE
002150         AT END
002160             MOVE "Y" TO IG-AUD-EOF-SW
002170         NOT AT END
002180             IF PIA-NO-SEQUENCE IS NUMERIC
002190                 AND PIA-CHAINAGE IS NUMERIC
002200                 MOVE "Y" TO IG-DEBUT-VU-SW
002210                 MOVE PIA-NO-SEQUENCE TO IG-PREMIERE-SEQ
002220             END-IF
002230     END-READ.
002240 1100-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------------*
002280* LECTURE DES SCEAUX DES VERIFICATIONS PRECEDENTES.
002290*----------------------------------------------------------------*
002300 2000-LIRE-SCEAUX.
002310     OPEN INPUT SCEAUX-FILE.
002320     IF NOT IG-SCE-OK AND NOT IG-SCE-ABSENT
002330         MOVE "SCEAUX-FILE (OUVERTURE)" TO IG-MSG-ERREUR
002340         MOVE IG-SCE-STATUT TO IG-STATUT-ERREUR-FICHIER
002350         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002360     END-IF.
002370     PERFORM 2100-LIRE-UN-SCEAU THRU 2100-EXIT
002380         UNTIL IG-SCE-EOF.
002390     CLOSE SCEAUX-FILE.
002400 2000-EXIT.
002410     EXIT.
002420*
002430 2100-LIRE-UN-SCEAU.
002440     READ SCEAUX-FILE
002450         AT END
002460             MOVE "Y" TO IG-SCE-EOF-SW
002470         NOT AT END
002480             IF PIE-INTACTE AND PIE-DERNIERE-SEQ IS NUMERIC
002490                 AND PIE-DERNIER-CHAINAGE IS NUMERIC
002500                 PERFORM 2200-RETENIR-SCEAU THRU 2200-EXIT
002510             END-IF
002520     END-READ.
002530 2100-EXIT.
002540     EXIT.
002550*
002560 2200-RETENIR-SCEAU.
002570     IF PIE-DERNIERE-SEQ > 0
002580         AND PIE-DERNIERE-SEQ >= IG-SCEAU-SEQ
002590         MOVE "Y" TO IG-SCEAU-SW
002600         MOVE PIE-DATE TO IG-SCEAU-DATE
002610         MOVE PIE-DERNIERE-SEQ TO IG-SCEAU-SEQ
002620         MOVE PIE-DERNIER-CHAINAGE TO IG-SCEAU-CHAINAGE
002630     END-IF.
002640     IF PIE-CLOTURE AND PIE-DERNIERE-SEQ > IG-CLOTURE-SEQ
002650         MOVE PIE-DERNIERE-SEQ TO IG-CLOTURE-SEQ
002660     END-IF.
002670     IF IG-DEBUT-VU AND IG-PREMIERE-SEQ > 1
002680         AND PIE-DERNIERE-SEQ = IG-PREMIERE-SEQ - 1
002690         MOVE "Y" TO IG-ANCRE-SW
002700         MOVE PIE-DERNIER-CHAINAGE TO IG-ANCRE-CHAINAGE
002710     END-IF.
002720 2200-EXIT.
002730     EXIT.
002740*
002750*----------------------------------------------------------------*
002760* LECTURE COMPLETE DE LA PISTE. EN CAS DE RUPTURE, LA VALEUR
002770* ENREGISTREE DE LA TRACE DEVIENT LA REFERENCE DE LA SUIVANTE :
002780* UNE TRACE MODIFIEE NE FAIT APPARAITRE QU'UNE RUPTURE, UNE
002790* TRACE SUPPRIMEE UN TROU ET UNE RUPTURE SUR LA TRACE SUIVANTE.
002800*----------------------------------------------------------------*
002810 3000-VERIFIER-PISTE.
002820     MOVE "N" TO IG-AUD-EOF-SW.
002830     OPEN INPUT AUDIT-FILE.
002840     IF NOT IG-AUD-OK AND NOT IG-AUD-ABSENT
002850         MOVE "AUDIT-FILE (OUVERTURE)" TO IG-MSG-ERREUR
002860         MOVE IG-AUD-STATUT TO IG-STATUT-ERREUR-FICHIER
002870         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002880     END-IF.
002890     PERFORM 3100-LIRE-UNE-TRACE THRU 3100-EXIT
002900         UNTIL IG-AUD-EOF.
002910     CLOSE AUDIT-FILE.
002920 3000-EXIT.
002930     EXIT.
002940*
002950 3100-LIRE-UNE-TRACE.
002960     READ AUDIT-FILE
002970         AT END
002980             MOVE "Y" TO IG-AUD-EOF-SW
002990         NOT AT END
003000             ADD 1 TO IG-RANG
003010             PERFORM 3200-VERIFIER-TRACE THRU 3200-EXIT
003020     END-READ.
003030 3100-EXIT.
003040     EXIT.
003050*
003060 3200-VERIFIER-TRACE.
003070     IF PIA-NO-EXECUTION IS NUMERIC
003080         MOVE PIA-NO-EXECUTION TO IG-EXEC-COURANTE
003090     ELSE
003100         MOVE 0 TO IG-EXEC-COURANTE
003110     END-IF.
003120     IF PIA-NO-SEQUENCE IS NOT NUMERIC
003130         OR PIA-CHAINAGE IS NOT NUMERIC
003140         IF IG-CHAINE-COMMENCEE
003150             MOVE "TRACE NON CHAINEE" TO IG-MOTIF
003160             PERFORM 4000-SIGNALER-RUPTURE THRU 4000-EXIT
003170         ELSE
003180             ADD 1 TO IG-NB-ANTERIEURES
003190         END-IF
003200         GO TO 3200-EXIT
003210     END-IF.
003220     ADD 1 TO IG-NB-TRACES.
003230     IF NOT IG-CHAINE-COMMENCEE
003240         PERFORM 3300-RATTACHER-DEBUT THRU 3300-EXIT
003250     ELSE
003260         IF PIA-NO-SEQUENCE NOT = IG-SEQ-PRECEDENTE + 1
003270             PERFORM 4100-SIGNALER-TROU THRU 4100-EXIT
003280         END-IF
003290     END-IF.
003300     CALL "CHAINAGE" USING PIA-DONNEES, PIA-NO-SEQUENCE,
003310         IG-CHAINAGE-PRECEDENT, IG-CHAINAGE-CALCULE.
003320     IF IG-CHAINE-COMMENCEE
003330         AND IG-CHAINAGE-CALCULE NOT = PIA-CHAINAGE
003340         MOVE "VALEUR DE CHAINAGE FAUSSE" TO IG-MOTIF
003350         PERFORM 4000-SIGNALER-RUPTURE THRU 4000-EXIT
003360     END-IF.
003370     IF IG-SCEAU-CONNU AND PIA-NO-SEQUENCE = IG-SCEAU-SEQ
003380         MOVE "Y" TO IG-SCEAU-VERIFIE-SW
003390         IF PIA-CHAINAGE NOT = IG-SCEAU-CHAINAGE
003400             MOVE "VALEUR DIFFERENTE DU DERNIER SCEAU"
003410                 TO IG-MOTIF
003420             PERFORM 4000-SIGNALER-RUPTURE THRU 4000-EXIT
003430         END-IF
003440     END-IF.
003450     MOVE "Y" TO IG-CHAINE-SW.
003460     MOVE PIA-NO-SEQUENCE TO IG-SEQ-PRECEDENTE.
003470     MOVE PIA-CHAINAGE TO IG-CHAINAGE-PRECEDENT.
003480     MOVE IG-EXEC-COURANTE TO IG-EXEC-PRECEDENTE.
003490 3200-EXIT.
003500     EXIT.
003510*
003520*----------------------------------------------------------------*
003530* PREMIERE TRACE CHAINEE : ELLE PART DE ZERO SI C'EST LA
003540* SEQUENCE 1, SINON DE LA VALEUR DU SCEAU QUI LA PRECEDE. SANS
003550* CE SCEAU, LE DEBUT DE LA PISTE A ETE RETIRE SANS REPERE : LA
003560* TRACE EST SIGNALEE ET SA PROPRE VALEUR SERT DE REFERENCE.
003570*----------------------------------------------------------------*
003580 3300-RATTACHER-DEBUT.
003590     EVALUATE TRUE
003600         WHEN PIA-NO-SEQUENCE = 1
003610             MOVE 0 TO IG-CHAINAGE-PRECEDENT
003620             MOVE "Y" TO IG-CHAINE-SW
003630         WHEN IG-ANCRE-TROUVEE
003640             MOVE IG-ANCRE-CHAINAGE TO IG-CHAINAGE-PRECEDENT
003650             MOVE "Y" TO IG-CHAINE-SW
003660         WHEN OTHER
003670             MOVE "DEBUT DE PISTE SANS SCEAU DE RATTACHEMENT"
003680                 TO IG-MOTIF
003690             PERFORM 4000-SIGNALER-RUPTURE THRU 4000-EXIT
003700     END-EVALUATE.
003710 3300-EXIT.
003720     EXIT.
003730*
003740*----------------------------------------------------------------*
003750* UNE RUPTURE : COMPTEE, PREMIERE RUPTURE RETENUE, EXECUTION
003760* CONCERNEE NOTEE ET LIGNE DE DETAIL SUR L'ETAT.
003770*----------------------------------------------------------------*
003780 4000-SIGNALER-RUPTURE.
003790     MOVE "Y" TO IG-ROMPUE-SW.
003800     ADD 1 TO IG-NB-RUPTURES.
003810     IF IG-NB-RUPTURES = 1
003820         IF PIA-NO-SEQUENCE IS NUMERIC
003830             MOVE PIA-NO-SEQUENCE TO IG-PREMIERE-RUPTURE
003840         ELSE
003850             COMPUTE IG-PREMIERE-RUPTURE =
003860                 IG-SEQ-PRECEDENTE + 1
003870         END-IF
003880     END-IF.
003890     PERFORM 4500-NOTER-EXECUTION THRU 4500-EXIT.
003900     ADD 1 TO IG-NB-DETAILS.
003910     IF IG-NB-DETAILS > 20
003920         GO TO 4000-EXIT
003930     END-IF.
003940     MOVE IG-RANG TO IG-EDIT-A.
003950     MOVE IG-EXEC-COURANTE TO IG-EDIT-EXEC.
003960     MOVE SPACES TO IG-RPT-LIGNE.
003970     STRING "RUPTURE TRACE " DELIMITED BY SIZE
003980         IG-EDIT-A DELIMITED BY SIZE
003990         " EXEC " DELIMITED BY SIZE
004000         IG-EDIT-EXEC DELIMITED BY SIZE
004010         " : " DELIMITED BY SIZE
004020         IG-MOTIF DELIMITED BY "  "
004030         INTO IG-RPT-LIGNE.
004040     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
004050 4000-EXIT.
004060     EXIT.
004070*
004080 4100-SIGNALER-TROU.
004090     MOVE "Y" TO IG-ROMPUE-SW.
004100     ADD 1 TO IG-NB-TROUS.
004110     PERFORM 4500-NOTER-EXECUTION THRU 4500-EXIT.
004120     MOVE IG-EXEC-PRECEDENTE TO IG-EXEC-COURANTE.
004130     PERFORM 4500-NOTER-EXECUTION THRU 4500-EXIT.
004140     IF PIA-NO-EXECUTION IS NUMERIC
004150         MOVE PIA-NO-EXECUTION TO IG-EXEC-COURANTE
004160     ELSE
004170         MOVE 0 TO IG-EXEC-COURANTE
004180     END-IF.
004190     ADD 1 TO IG-NB-DETAILS.
004200     IF IG-NB-DETAILS > 20
004210         GO TO 4100-EXIT
004220     END-IF.
004230     MOVE IG-SEQ-PRECEDENTE TO IG-EDIT-A.
004240     MOVE PIA-NO-SEQUENCE TO IG-EDIT-B.
004250     MOVE IG-EXEC-COURANTE TO IG-EDIT-EXEC.
004260     MOVE SPACES TO IG-RPT-LIGNE.
004270     STRING "TROU DE SEQUENCE ENTRE " DELIMITED BY SIZE
004280         IG-EDIT-A DELIMITED BY SIZE
004290         " ET " DELIMITED BY SIZE
004300         IG-EDIT-B DELIMITED BY SIZE
004310         " EXEC " DELIMITED BY SIZE
004320         IG-EDIT-EXEC DELIMITED BY SIZE
004330         INTO IG-RPT-LIGNE.
004340     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
004350 4100-EXIT.
004360     EXIT.
004370*
004380*----------------------------------------------------------------*
004390* EXECUTION IG-EXEC-COURANTE AJOUTEE A LA TABLE DES EXECUTIONS
004400* CONCERNEES SI ELLE N'Y EST PAS ENCORE.
004410*----------------------------------------------------------------*
004420 4500-NOTER-EXECUTION.
004430     MOVE "N" TO IG-EXEC-TROUVE-SW.
004440     PERFORM 4550-COMPARER-EXECUTION THRU 4550-EXIT
004450         VARYING IG-EXEC-IDX FROM 1 BY 1
004460         UNTIL IG-EXEC-IDX > IG-NB-EXECS OR IG-EXEC-TROUVEE.
004470     IF IG-EXEC-TROUVEE
004480         GO TO 4500-EXIT
004490     END-IF.
004500     IF IG-NB-EXECS >= 50
004510         MOVE "Y" TO IG-EXECS-PLEIN-SW
004520         GO TO 4500-EXIT
004530     END-IF.
004540     ADD 1 TO IG-NB-EXECS.
004550     MOVE IG-EXEC-COURANTE TO IG-EXEC-CONCERNEE(IG-NB-EXECS).
004560 4500-EXIT.
004570     EXIT.
004580*
004590 4550-COMPARER-EXECUTION.
004600     IF IG-EXEC-CONCERNEE(IG-EXEC-IDX) = IG-EXEC-COURANTE
004610         MOVE "Y" TO IG-EXEC-TROUVE-SW
004620     END-IF.
004630 4550-EXIT.
004640     EXIT.
004650*
004660*----------------------------------------------------------------*
004670* CONTROLE DU DERNIER SCEAU INTACT : SA SEQUENCE DOIT ENCORE
004680* FIGURER DANS LA PISTE. ABSENTE ALORS QUE LA PISTE COMMENCE
004690* AVANT ELLE (OU EST VIDE), LA PISTE A ETE RACCOURCIE. UNE PISTE
004700* VIDE DONT LE DERNIER SCEAU EST CELUI D'UNE CLOTURE EST NORMALE.
004710*----------------------------------------------------------------*
004720 5000-CONTROLER-SCEAU.
004730     IF NOT IG-SCEAU-CONNU OR IG-SCEAU-VERIFIE
004740         GO TO 5000-EXIT
004750     END-IF.
004760     IF IG-CHAINE-COMMENCEE AND IG-SCEAU-SEQ < IG-PREMIERE-SEQ
004770         GO TO 5000-EXIT
004780     END-IF.
004790     IF NOT IG-CHAINE-COMMENCEE AND IG-SCEAU-SEQ = IG-CLOTURE-SEQ
004800         GO TO 5000-EXIT
004810     END-IF.
004820     MOVE "Y" TO IG-ROMPUE-SW.
004830     ADD 1 TO IG-NB-RUPTURES.
004840     IF IG-NB-RUPTURES = 1
004850         MOVE IG-SCEAU-SEQ TO IG-PREMIERE-RUPTURE
004860     END-IF.
004870     MOVE IG-SCEAU-SEQ TO IG-EDIT-A.
004880     MOVE SPACES TO IG-RPT-LIGNE.
004890     STRING "RUPTURE : PISTE RACCOURCIE, SEQUENCE " DELIMITED BY
004900         SIZE
004910         IG-EDIT-A DELIMITED BY SIZE
004920         " DU SCEAU ABSENTE" DELIMITED BY SIZE
004930         INTO IG-RPT-LIGNE.
004940     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
004950 5000-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------------*
004990* SCEAU DE CE PASSAGE AJOUTE A PAIRISCE.
005000*----------------------------------------------------------------*
005010 6000-ECRIRE-SCEAU.
005020     OPEN EXTEND SCEAUX-FILE.
005030     IF NOT IG-SCE-OK AND NOT IG-SCE-ABSENT
005040         MOVE "SCEAUX-FILE (OUVERTURE)" TO IG-MSG-ERREUR
005050         MOVE IG-SCE-STATUT TO IG-STATUT-ERREUR-FICHIER
005060         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005070     END-IF.
005080     MOVE SPACES TO PAIR-IMPAIR-SCE-REC.
005090     MOVE IG-DATE-JOUR TO PIE-DATE.
005100     MOVE IG-HEURE TO PIE-HEURE.
005110     MOVE "V" TO PIE-TYPE.
005120     IF IG-PISTE-ROMPUE
005130         MOVE "N" TO PIE-RESULTAT
005140     ELSE
005150         MOVE "O" TO PIE-RESULTAT
005160     END-IF.
005170     MOVE IG-NB-TRACES TO PIE-NB-TRACES.
005180     MOVE IG-NB-ANTERIEURES TO PIE-NB-ANTERIEURES.
005190     MOVE IG-PREMIERE-SEQ TO PIE-PREMIERE-SEQ.
005200     MOVE IG-SEQ-PRECEDENTE TO PIE-DERNIERE-SEQ.
005210     MOVE IG-CHAINAGE-PRECEDENT TO PIE-DERNIER-CHAINAGE.
005220     MOVE IG-NB-RUPTURES TO PIE-NB-RUPTURES.
005230     MOVE IG-NB-TROUS TO PIE-NB-TROUS.
005240     MOVE IG-PREMIERE-RUPTURE TO PIE-PREMIERE-RUPTURE.
005250     WRITE PAIR-IMPAIR-SCE-REC.
005260     IF NOT IG-SCE-OK
005270         MOVE "SCEAUX-FILE (ECRITURE)" TO IG-MSG-ERREUR
005280         MOVE IG-SCE-STATUT TO IG-STATUT-ERREUR-FICHIER
005290         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005300     END-IF.
005310     CLOSE SCEAUX-FILE.
005320 6000-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------------*
005360* BILAN : COMPTES, SEQUENCES, REPERE, RUPTURES ET TROUS,
005370* EXECUTIONS CONCERNEES ET CONCLUSION.
005380*----------------------------------------------------------------*
005390 8000-IMPRIMER-BILAN.
005400     IF IG-NB-DETAILS > 20
005410         MOVE "... ANOMALIES SUIVANTES NON DETAILLEES"
005420             TO IG-RPT-LIGNE
005430         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
005440     END-IF.
005450     IF IG-NB-DETAILS > 0
005460         MOVE SPACES TO IG-RPT-LIGNE
005470         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
005480     END-IF.
005490     MOVE IG-NB-TRACES TO IG-EDIT-A.
005500     MOVE SPACES TO IG-RPT-LIGNE.
005510     STRING "TRACES CHAINEES LUES     : " DELIMITED BY SIZE
005520         IG-EDIT-A DELIMITED BY SIZE
005530         INTO IG-RPT-LIGNE.
005540     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
005550     MOVE IG-NB-ANTERIEURES TO IG-EDIT-A.
005560     MOVE SPACES TO IG-RPT-LIGNE.
005570     STRING "TRACES NON CHAINEES      : " DELIMITED BY SIZE
005580         IG-EDIT-A DELIMITED BY SIZE
005590         " (ANTERIEURES AU CHAINAGE)" DELIMITED BY SIZE
005600         INTO IG-RPT-LIGNE.
005610     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
005620     MOVE IG-PREMIERE-SEQ TO IG-EDIT-A.
005630     MOVE IG-SEQ-PRECEDENTE TO IG-EDIT-B.
005640     MOVE SPACES TO IG-RPT-LIGNE.
005650     STRING "SEQUENCES                : " DELIMITED BY SIZE
005660         IG-EDIT-A DELIMITED BY SIZE
005670         " A " DELIMITED BY SIZE
005680         IG-EDIT-B DELIMITED BY SIZE
005690         INTO IG-RPT-LIGNE.
005700     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
005710     MOVE SPACES TO IG-RPT-LIGNE.
005720     IF IG-SCEAU-CONNU
005730         MOVE IG-SCEAU-SEQ TO IG-EDIT-A
005740         STRING "DERNIER SCEAU INTACT     : " DELIMITED BY SIZE
005750             IG-EDIT-A DELIMITED BY SIZE
005760             " DU " DELIMITED BY SIZE
005770             IG-SCEAU-DATE DELIMITED BY SIZE
005780             INTO IG-RPT-LIGNE
005790     ELSE
005800         MOVE "DERNIER SCEAU INTACT     : AUCUN" TO IG-RPT-LIGNE
005810     END-IF.
005820     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
005830     MOVE IG-NB-RUPTURES TO IG-EDIT-A.
005840     MOVE SPACES TO IG-RPT-LIGNE.
005850     STRING "RUPTURES DE CHAINAGE     : " DELIMITED BY SIZE
005860         IG-EDIT-A DELIMITED BY SIZE
005870         INTO IG-RPT-LIGNE.
005880     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
005890     IF IG-NB-RUPTURES > 0
005900         MOVE IG-PREMIERE-RUPTURE TO IG-EDIT-A
005910         MOVE SPACES TO IG-RPT-LIGNE
005920         STRING "PREMIERE RUPTURE (SEQ.)  : " DELIMITED BY SIZE
005930             IG-EDIT-A DELIMITED BY SIZE
005940             INTO IG-RPT-LIGNE
005950         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
005960     END-IF.
005970     MOVE IG-NB-TROUS TO IG-EDIT-A.
005980     MOVE SPACES TO IG-RPT-LIGNE.
005990     STRING "TROUS DE SEQUENCE        : " DELIMITED BY SIZE
006000         IG-EDIT-A DELIMITED BY SIZE
006010         INTO IG-RPT-LIGNE.
006020     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
006030     IF IG-NB-EXECS > 0
006040         PERFORM 8100-IMPRIMER-EXECUTIONS THRU 8100-EXIT
006050     END-IF.
006060     MOVE SPACES TO IG-RPT-LIGNE.
006070     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
006080     IF IG-PISTE-ROMPUE
006090         MOVE "CONCLUSION : ALERTE - PISTE D'AUDIT ROMPUE"
006100             TO IG-RPT-LIGNE
006110     ELSE
006120         MOVE "CONCLUSION : PISTE D'AUDIT INTACTE"
006130             TO IG-RPT-LIGNE
006140     END-IF.
006150     PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT.
006160     CLOSE INTEGRITE-RPT.
006170 8000-EXIT.
006180     EXIT.
006190*
006200*----------------------------------------------------------------*
006210* EXECUTIONS CONCERNEES, DIX PAR LIGNE.
006220*----------------------------------------------------------------*
006230 8100-IMPRIMER-EXECUTIONS.
006240     MOVE SPACES TO IG-RPT-LIGNE.
006250     MOVE "EXECUTIONS CONCERNEES    :" TO IG-RPT-LIGNE.
006260     MOVE 28 TO IG-RPT-POS.
006270     PERFORM 8150-IMPRIMER-UNE-EXECUTION THRU 8150-EXIT
006280         VARYING IG-EXEC-IDX FROM 1 BY 1
006290         UNTIL IG-EXEC-IDX > IG-NB-EXECS.
006300     IF IG-RPT-POS > 28
006310         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
006320     END-IF.
006330     IF IG-EXECS-PLEIN
006340         MOVE "... AUTRES EXECUTIONS NON LISTEES" TO IG-RPT-LIGNE
006350         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
006360     END-IF.
006370 8100-EXIT.
006380     EXIT.
006390*
006400 8150-IMPRIMER-UNE-EXECUTION.
006410     IF IG-RPT-POS > 73
006420         PERFORM 8900-ECRIRE-LIGNE THRU 8900-EXIT
006430         MOVE 28 TO IG-RPT-POS
006440     END-IF.
006450     MOVE IG-EXEC-CONCERNEE(IG-EXEC-IDX) TO IG-EDIT-EXEC.
006460     MOVE IG-EDIT-EXEC TO IG-RPT-LIGNE(IG-RPT-POS:5).
006470     ADD 5 TO IG-RPT-POS.
006480 8150-EXIT.
006490     EXIT.
006500*
006510 8900-ECRIRE-LIGNE.
006520     WRITE IG-RPT-LIGNE.
006530     IF NOT IG-RPT-OK
006540         MOVE "INTEGRITE-RPT (ECRITURE)" TO IG-MSG-ERREUR
006550         MOVE IG-RPT-STATUT TO IG-STATUT-ERREUR-FICHIER
006560         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006570     END-IF.
006580     MOVE SPACES TO IG-RPT-LIGNE.
006590 8900-EXIT.
006600     EXIT.
006610*
006620*----------------------------------------------------------------*
006630* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
006640* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
006650*----------------------------------------------------------------*
006660 9000-ERREUR-FICHIER.
006670     DISPLAY "ERREUR E/S - " IG-MSG-ERREUR
006680         " - STATUT " IG-STATUT-ERREUR-FICHIER.
006690     MOVE 16 TO RETURN-CODE.
006700     STOP RUN.
006710 9000-EXIT.
006720     EXIT.
