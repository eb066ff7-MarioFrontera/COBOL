000380* 21/08/2026 JM   LES LIGNES VIDES ET LES LIGNES COMMENCANT PAR
000390*                 * SONT DESORMAIS IGNOREES DANS RAPPPARM, COMME
000400*                 DANS LES AUTRES FICHIERS DE PARAMETRES DU LOT.
000410* 15/10/2026 JM   LES VALEURS RETENUES POUR APPROBATION (FICHIER
000420*                 PAIRIRET, TRACE D'AUDIT "T") SONT RELUES ET
000430*                 ENTRENT DANS LES CONTROLES CROISES : TRACES
000440*                 AUDIT = RESULTATS + REJETS + RETENUES ET TRACES
000450*                 "T" = RETENUES DU JOUR. LE COMPTEUR "VALEURS
000460*                 RETENUES (VISA)" DU RAPPORT EST COMPARE EN INFO.
000470*----------------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL PARAMETRES-IN
000530         ASSIGN TO "RAPPPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RP-PRM-STATUT.
000560     SELECT OPTIONAL PAIR-IMPAIR-OUT
000570         ASSIGN TO "PAIRIOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RP-OUT-STATUT.
000600     SELECT OPTIONAL PAIR-IMPAIR-REJ
000610         ASSIGN TO "PAIRIREJ"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RP-REJ-STATUT.
000640     SELECT OPTIONAL AUDIT-FILE
000650         ASSIGN TO "PAIRIAUD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RP-AUD-STATUT.
000680     SELECT OPTIONAL RAPPORT-IN
000690         ASSIGN TO "PAIRIRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS RP-RIN-STATUT.
000720     SELECT OPTIONAL RETENUES-IN
000730         ASSIGN TO "PAIRIRET"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS RP-RET-STATUT.
000760     SELECT RAPPROCHEMENT-RPT
000770         ASSIGN TO "RAPPRRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS RP-RPT-STATUT.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARAMETRES-IN
000840     LABEL RECORDS ARE STANDARD.
000850 01  PARAMETRE-REC           PIC X(80).
000860*
000870 FD  PAIR-IMPAIR-OUT
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PAIRIREC.
000900*
000910 FD  PAIR-IMPAIR-REJ
000920     LABEL RECORDS ARE STANDARD.
000930     COPY PAIRIREJ.
000940*
000950 FD  AUDIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY PAIRIAUD.
000980*
000990 FD  RAPPORT-IN
001000     LABEL RECORDS ARE STANDARD.
001010 01  RAPPORT-IN-LIGNE        PIC X(80).
001020*
001030 FD  RETENUES-IN
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PAIRIRET.
001060*
001070 FD  RAPPROCHEMENT-RPT
001080     LABEL RECORDS ARE STANDARD.
001090 01  RP-RPT-LIGNE            PIC X(80).
001100*
001110 WORKING-STORAGE SECTION.
001120*
001130*----------------------------------------------------------------*
001140* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001150* L'OUVERTURE DES FICHIERS OPTIONNELS.
001160*----------------------------------------------------------------*
001170 77  RP-PRM-STATUT           PIC X(02) VALUE "00".
001180     88  RP-PRM-OK               VALUE "00".
001190     88  RP-PRM-ABSENT           VALUE "05".
001200 77  RP-OUT-STATUT           PIC X(02) VALUE "00".
001210     88  RP-OUT-OK               VALUE "00".
001220     88  RP-OUT-ABSENT           VALUE "05".
001230 77  RP-REJ-STATUT           PIC X(02) VALUE "00".
001240     88  RP-REJ-OK               VALUE "00".
001250     88  RP-REJ-ABSENT           VALUE "05".
001260 77  RP-AUD-STATUT           PIC X(02) VALUE "00".
001270     88  RP-AUD-OK               VALUE "00".
001280     88  RP-AUD-ABSENT           VALUE "05".
001290 77  RP-RIN-STATUT           PIC X(02) VALUE "00".
001300     88  RP-RIN-OK               VALUE "00".
001310     88  RP-RIN-ABSENT           VALUE "05".
001320 77  RP-RET-STATUT           PIC X(02) VALUE "00".
001330     88  RP-RET-OK               VALUE "00".
001340     88  RP-RET-ABSENT           VALUE "05".
001350 77  RP-RPT-STATUT           PIC X(02) VALUE "00".
001360     88  RP-RPT-OK               VALUE "00".
001370 77  RP-MSG-ERREUR           PIC X(40) VALUE SPACES.
001380 77  RP-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001390*
001400*----------------------------------------------------------------*
001410* ZONES DE TRAVAIL DU RAPPROCHEMENT.
001420*----------------------------------------------------------------*
001430 77  RP-DATE-CIBLE           PIC 9(08) VALUE 0.
001440 77  RP-PRM-EOF-SW           PIC X VALUE "N".
001450     88  RP-PRM-EOF              VALUE "Y".
001460 77  RP-OUT-EOF-SW           PIC X VALUE "N".
001470     88  RP-OUT-EOF              VALUE "Y".
001480 77  RP-REJ-EOF-SW           PIC X VALUE "N".
001490     88  RP-REJ-EOF              VALUE "Y".
001500 77  RP-AUD-EOF-SW           PIC X VALUE "N".
001510     88  RP-AUD-EOF              VALUE "Y".
001520 77  RP-RIN-EOF-SW           PIC X VALUE "N".
001530     88  RP-RIN-EOF              VALUE "Y".
001540 77  RP-RET-EOF-SW           PIC X VALUE "N".
001550     88  RP-RET-EOF              VALUE "Y".
001560 77  RP-ECART-SW             PIC X VALUE "N".
001570     88  RP-EN-ECART             VALUE "Y".
001580 77  RP-RAPPORT-LU-SW        PIC X VALUE "N".
001590     88  RP-RAPPORT-LU           VALUE "Y".
001600*
001610*----------------------------------------------------------------*
001620* CUMULS RECONSTITUES PAR RELECTURE DES FICHIERS DU JOUR.
001630*----------------------------------------------------------------*
001640 77  RP-NB-OUT               PIC 9(09) COMP VALUE 0.
001650 77  RP-NB-OUT-PAIRS         PIC 9(09) COMP VALUE 0.
001660 77  RP-NB-OUT-IMPAIRS       PIC 9(09) COMP VALUE 0.
001670 77  RP-NB-REJ               PIC 9(09) COMP VALUE 0.
001680 77  RP-NB-AUD               PIC 9(09) COMP VALUE 0.
001690 77  RP-NB-AUD-VALIDES       PIC 9(09) COMP VALUE 0.
001700 77  RP-NB-AUD-REJETES       PIC 9(09) COMP VALUE 0.
001710 77  RP-NB-AUD-RETENUES      PIC 9(09) COMP VALUE 0.
001720 77  RP-NB-RET               PIC 9(09) COMP VALUE 0.
001730*
001740*----------------------------------------------------------------*
001750* COMPTEURS RELUS SUR LE RAPPORT DE CONTROLE PAIRIRPT. LES
001760* LIBELLES OCCUPENT LES COLONNES 1 A 27, LA VALEUR EDITEE LES
001770* COLONNES 28 A 36.
001780*----------------------------------------------------------------*
001790 77  RP-RPT-NB-LUS           PIC 9(09) COMP VALUE 0.
001800 77  RP-RPT-NB-VALIDES       PIC 9(09) COMP VALUE 0.
001810 77  RP-RPT-NB-REJETES       PIC 9(09) COMP VALUE 0.
001820 77  RP-RPT-NB-PAIRS         PIC 9(09) COMP VALUE 0.
001830 77  RP-RPT-NB-IMPAIRS       PIC 9(09) COMP VALUE 0.
001840 77  RP-RPT-NB-RETENUS       PIC 9(09) COMP VALUE 0.
001850*
001860 77  RP-EDIT-A               PIC ZZZZZZZZ9.
001870 77  RP-EDIT-B               PIC ZZZZZZZZ9.
001880*
001890 PROCEDURE DIVISION.
001900*
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALISER THRU 1000-EXIT.
001930     PERFORM 2000-CUMULER-RESULTATS THRU 2000-EXIT.
001940     PERFORM 3000-CUMULER-REJETS THRU 3000-EXIT.
001950     PERFORM 4000-CUMULER-AUDIT THRU 4000-EXIT.
001960     PERFORM 4500-CUMULER-RETENUES THRU 4500-EXIT.
001970     PERFORM 5000-RELIRE-RAPPORT THRU 5000-EXIT.
001980     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
001990     IF RP-EN-ECART
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020     STOP RUN.
002030*
002040*----------------------------------------------------------------*
002050* DATE DE TRAITEMENT A RAPPROCHER : PREMIERE LIGNE DU FICHIER DE
002060* PARAMETRES RAPPPARM (AAAAMMJJ), OU DATE DU JOUR S'IL EST
002070* ABSENT.
002080*----------------------------------------------------------------*
002090 1000-INITIALISER.
002100     ACCEPT RP-DATE-CIBLE FROM DATE YYYYMMDD.
002110     OPEN INPUT PARAMETRES-IN.
002120     IF NOT RP-PRM-OK AND NOT RP-PRM-ABSENT
002130         MOVE "PARAMETRES-IN (OUVERTURE)" TO RP-MSG-ERREUR
002140         MOVE RP-PRM-STATUT TO RP-STATUT-ERREUR-FICHIER
002150         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002160     END-IF.
002170     PERFORM 1100-LIRE-UNE-LIGNE-PARM THRU 1100-EXIT
002180         UNTIL RP-PRM-EOF.
002190     CLOSE PARAMETRES-IN.
002200     DISPLAY "RAPPROCHEMENT DE LA JOURNEE " RP-DATE-CIBLE.
002210 1000-EXIT.
002220     EXIT.
002230*
002240*----------------------------------------------------------------*
002250* UNE LIGNE DE RAPPPARM : LES LIGNES VIDES ET LES LIGNES
002260* COMMENCANT PAR * SONT IGNOREES, COMME DANS LES AUTRES
002270* FICHIERS DE PARAMETRES DU LOT. LA PREMIERE LIGNE UTILE
002280* PORTE LA DATE AAAAMMJJ A RAPPROCHER.
002290*----------------------------------------------------------------*
002300 1100-LIRE-UNE-LIGNE-PARM.
002310     READ PARAMETRES-IN
002320         AT END
002330             MOVE "Y" TO RP-PRM-EOF-SW
002340         NOT AT END
002350             IF PARAMETRE-REC NOT = SPACES
002360                 AND PARAMETRE-REC(1:1) NOT = "*"
002370                 IF PARAMETRE-REC(1:8) IS NUMERIC
002380                     MOVE PARAMETRE-REC(1:8) TO RP-DATE-CIBLE
002390                     MOVE "Y" TO RP-PRM-EOF-SW
002400                 ELSE
002410                     DISPLAY "DATE DE PARAMETRE INVALIDE : "
002420                         PARAMETRE-REC(1:8)
002430                     MOVE 16 TO RETURN-CODE
002440                     STOP RUN
002450                 END-IF
002460             END-IF
002470     END-READ.
002480 1100-EXIT.
002490     EXIT.
002500*
002510 2000-CUMULER-RESULTATS.
002520     OPEN INPUT PAIR-IMPAIR-OUT.
002530     IF NOT RP-OUT-OK AND NOT RP-OUT-ABSENT
002540         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO RP-MSG-ERREUR
002550         MOVE RP-OUT-STATUT TO RP-STATUT-ERREUR-FICHIER
002560         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002570     END-IF.
002580     PERFORM 2100-LIRE-UN-RESULTAT THRU 2100-EXIT
002590         UNTIL RP-OUT-EOF.
002600     CLOSE PAIR-IMPAIR-OUT.
002610 2000-EXIT.
002620     EXIT.
002630*
002640 2100-LIRE-UN-RESULTAT.
002650     READ PAIR-IMPAIR-OUT
002660         AT END
002670             MOVE "Y" TO RP-OUT-EOF-SW
002680         NOT AT END
002690             IF PIR-DATE-TRAITEMENT = RP-DATE-CIBLE
002700                 ADD 1 TO RP-NB-OUT
002710                 IF PIR-RESTE = 0
002720                     ADD 1 TO RP-NB-OUT-PAIRS
002730                 ELSE
002740                     ADD 1 TO RP-NB-OUT-IMPAIRS
002750                 END-IF
002760             END-IF
002770     END-READ.
002780 2100-EXIT.
002790     EXIT.
002800*
002810 3000-CUMULER-REJETS.
002820     OPEN INPUT PAIR-IMPAIR-REJ.
002830     IF NOT RP-REJ-OK AND NOT RP-REJ-ABSENT
002840         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO RP-MSG-ERREUR
002850         MOVE RP-REJ-STATUT TO RP-STATUT-ERREUR-FICHIER
002860         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002870     END-IF.
002880     PERFORM 3100-LIRE-UN-REJET THRU 3100-EXIT
002890         UNTIL RP-REJ-EOF.
002900     CLOSE PAIR-IMPAIR-REJ.
002910 3000-EXIT.
002920     EXIT.
002930*
002940 3100-LIRE-UN-REJET.
002950     READ PAIR-IMPAIR-REJ
002960         AT END
002970             MOVE "Y" TO RP-REJ-EOF-SW
002980         NOT AT END
002990             IF PIJ-DATE-TRAITEMENT = RP-DATE-CIBLE
003000                 ADD 1 TO RP-NB-REJ
003010             END-IF
003020     END-READ.
003030 3100-EXIT.
003040     EXIT.
003050*
003060 4000-CUMULER-AUDIT.
003070     OPEN INPUT AUDIT-FILE.
003080     IF NOT RP-AUD-OK AND NOT RP-AUD-ABSENT
003090         MOVE "AUDIT-FILE (OUVERTURE)" TO RP-MSG-ERREUR
003100         MOVE RP-AUD-STATUT TO RP-STATUT-ERREUR-FICHIER
003110         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003120     END-IF.
003130     PERFORM 4100-LIRE-UNE-TRACE THRU 4100-EXIT
003140         UNTIL RP-AUD-EOF.
003150     CLOSE AUDIT-FILE.
003160 4000-EXIT.
003170     EXIT.
003180*
003190 4100-LIRE-UNE-TRACE.
003200     READ AUDIT-FILE
003210         AT END
003220             MOVE "Y" TO RP-AUD-EOF-SW
003230         NOT AT END
003240             IF PIA-DATE = RP-DATE-CIBLE
003250                 ADD 1 TO RP-NB-AUD
003260                 EVALUATE PIA-VALIDE
003270                     WHEN "O"
003280                         ADD 1 TO RP-NB-AUD-VALIDES
003290                     WHEN "T"
003300                         ADD 1 TO RP-NB-AUD-RETENUES
003310                     WHEN OTHER
003320                         ADD 1 TO RP-NB-AUD-REJETES
003330                 END-EVALUATE
003340             END-IF
003350     END-READ.
003360 4100-EXIT.
003370     EXIT.
003380*
003390*----------------------------------------------------------------*
003400* VALEURS MISES EN ATTENTE D'APPROBATION CE JOUR-LA, QUEL QUE
003410* SOIT LEUR STATUT ACTUEL : LA TRACE "T" ECRITE A LA MISE EN
003420* ATTENTE RESTE ACQUISE, LA DECISION ULTERIEURE AJOUTANT SON
003430* PROPRE RESULTAT OU REJET ET SA PROPRE TRACE A SA DATE.
003440*----------------------------------------------------------------*
003450 4500-CUMULER-RETENUES.
003460     OPEN INPUT RETENUES-IN.
003470     IF NOT RP-RET-OK AND NOT RP-RET-ABSENT
003480         MOVE "RETENUES-IN (OUVERTURE)" TO RP-MSG-ERREUR
003490         MOVE RP-RET-STATUT TO RP-STATUT-ERREUR-FICHIER
003500         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003510     END-IF.
003520     PERFORM 4600-LIRE-UNE-RETENUE THRU 4600-EXIT
003530         UNTIL RP-RET-EOF.
003540     CLOSE RETENUES-IN.
003550 4500-EXIT.
003560     EXIT.
003570*
003580 4600-LIRE-UNE-RETENUE.
003590     READ RETENUES-IN
003600         AT END
003610             MOVE "Y" TO RP-RET-EOF-SW
003620         NOT AT END
003630             IF PIT-DATE-MISE = RP-DATE-CIBLE
003640                 ADD 1 TO RP-NB-RET
003650             END-IF
003660     END-READ.
003670 4600-EXIT.
003680     EXIT.
003690*
003700*----------------------------------------------------------------*
003710* RELECTURE DES COMPTEURS DU RAPPORT DE CONTROLE PAIRIRPT. LE
003720* RAPPORT PEUT ETRE ABSENT (JOURNEE SANS LOT) : LA COMPARAISON
003730* EST ALORS SIMPLEMENT OMISE ET SIGNALEE SUR L'ETAT.
003740*----------------------------------------------------------------*
003750 5000-RELIRE-RAPPORT.
003760     OPEN INPUT RAPPORT-IN.
003770     IF NOT RP-RIN-OK AND NOT RP-RIN-ABSENT
003780         MOVE "RAPPORT-IN (OUVERTURE)" TO RP-MSG-ERREUR
003790         MOVE RP-RIN-STATUT TO RP-STATUT-ERREUR-FICHIER
003800         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003810     END-IF.
003820     IF RP-RIN-ABSENT
003830         CLOSE RAPPORT-IN
003840     ELSE
003850         MOVE "Y" TO RP-RAPPORT-LU-SW
003860         PERFORM 5100-LIRE-UNE-LIGNE-RAPPORT THRU 5100-EXIT
003870             UNTIL RP-RIN-EOF
003880         CLOSE RAPPORT-IN
003890     END-IF.
003900 5000-EXIT.
003910     EXIT.
003920*
003930 5100-LIRE-UNE-LIGNE-RAPPORT.
003940     READ RAPPORT-IN
003950         AT END
003960             MOVE "Y" TO RP-RIN-EOF-SW
003970         NOT AT END
003980             EVALUATE RAPPORT-IN-LIGNE(1:27)
003990                 WHEN "ENREGISTREMENTS LUS      : "
004000                     COMPUTE RP-RPT-NB-LUS = FUNCTION
004010                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004020                 WHEN "ENREGISTREMENTS VALIDES  : "
004030                     COMPUTE RP-RPT-NB-VALIDES = FUNCTION
004040                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004050                 WHEN "ENREGISTREMENTS REJETES  : "
004060                     COMPUTE RP-RPT-NB-REJETES = FUNCTION
004070                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004080                 WHEN "NOMBRES PAIRS            : "
004090                     COMPUTE RP-RPT-NB-PAIRS = FUNCTION
004100                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004110                 WHEN "NOMBRES IMPAIRS          : "
004120                     COMPUTE RP-RPT-NB-IMPAIRS = FUNCTION
004130                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004140                 WHEN "VALEURS RETENUES (VISA)  : "
004150                     COMPUTE RP-RPT-NB-RETENUS = FUNCTION
004160                         NUMVAL(RAPPORT-IN-LIGNE(28:9))
004170             END-EVALUATE
004180     END-READ.
004190 5100-EXIT.
004200     EXIT.
004210*
004220*----------------------------------------------------------------*
004230* ETAT DE RAPPROCHEMENT : CUMULS RECONSTITUES, CONTROLES CROISES
004240* ET COMPARAISON AU RAPPORT DU JOUR. CHAQUE ECART EST NOMME ET
004250* LA JOURNEE EST CONCLUE EQUILIBREE OU EN ECART.
004260*----------------------------------------------------------------*
004270 8000-IMPRIMER-ETAT.
004280     OPEN OUTPUT RAPPROCHEMENT-RPT.
004290     IF NOT RP-RPT-OK
004300         MOVE "RAPPROCHEMENT-RPT (OUVERTURE)" TO RP-MSG-ERREUR
004310         MOVE RP-RPT-STATUT TO RP-STATUT-ERREUR-FICHIER
004320         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004330     END-IF.
004340     MOVE SPACES TO RP-RPT-LIGNE.
004350     STRING "RAPPROCHEMENT DE FIN DE JOURNEE - "
004360         RP-DATE-CIBLE DELIMITED BY SIZE
004370         INTO RP-RPT-LIGNE.
004380     WRITE RP-RPT-LIGNE.
004390     PERFORM 8100-IMPRIMER-CUMULS THRU 8100-EXIT.
004400     PERFORM 8200-CONTROLER-CROISEMENTS THRU 8200-EXIT.
004410     PERFORM 8300-COMPARER-RAPPORT THRU 8300-EXIT.
004420     MOVE SPACES TO RP-RPT-LIGNE.
004430     WRITE RP-RPT-LIGNE.
004440     IF RP-EN-ECART
004450         MOVE "CONCLUSION : JOURNEE EN ECART" TO RP-RPT-LIGNE
004460     ELSE
004470         MOVE "CONCLUSION : JOURNEE EQUILIBREE" TO RP-RPT-LIGNE
004480     END-IF.
004490     WRITE RP-RPT-LIGNE.
004500     CLOSE RAPPROCHEMENT-RPT.
004510 8000-EXIT.
004520     EXIT.
004530*
004540 8100-IMPRIMER-CUMULS.
004550     MOVE RP-NB-OUT TO RP-EDIT-A.
004560     MOVE SPACES TO RP-RPT-LIGNE.
004570     STRING "RESULTATS RELUS (PAIRIOUT): " DELIMITED BY SIZE
004580         RP-EDIT-A DELIMITED BY SIZE
004590         INTO RP-RPT-LIGNE.
004600     WRITE RP-RPT-LIGNE.
004610     MOVE RP-NB-REJ TO RP-EDIT-A.
004620     MOVE SPACES TO RP-RPT-LIGNE.
004630     STRING "REJETS RELUS (PAIRIREJ)   : " DELIMITED BY SIZE
004640         RP-EDIT-A DELIMITED BY SIZE
004650         INTO RP-RPT-LIGNE.
004660     WRITE RP-RPT-LIGNE.
004670     MOVE RP-NB-RET TO RP-EDIT-A.
004680     MOVE SPACES TO RP-RPT-LIGNE.
004690     STRING "RETENUES RELUES (PAIRIRET): " DELIMITED BY SIZE
004700         RP-EDIT-A DELIMITED BY SIZE
004710         INTO RP-RPT-LIGNE.
004720     WRITE RP-RPT-LIGNE.
004730     MOVE RP-NB-AUD TO RP-EDIT-A.
004740     MOVE SPACES TO RP-RPT-LIGNE.
004750     STRING "TRACES RELUES (PAIRIAUD)  : " DELIMITED BY SIZE
004760         RP-EDIT-A DELIMITED BY SIZE
004770         INTO RP-RPT-LIGNE.
004780     WRITE RP-RPT-LIGNE.
004790 8100-EXIT.
004800     EXIT.
004810*
004820 8200-CONTROLER-CROISEMENTS.
004830     IF RP-NB-AUD NOT = RP-NB-OUT + RP-NB-REJ + RP-NB-RET
004840         MOVE "Y" TO RP-ECART-SW
004850         MOVE RP-NB-AUD TO RP-EDIT-A
004860         COMPUTE RP-EDIT-B = RP-NB-OUT + RP-NB-REJ + RP-NB-RET
004870         MOVE SPACES TO RP-RPT-LIGNE
004880         STRING "ECART : TRACES AUDIT " DELIMITED BY SIZE
004890             RP-EDIT-A DELIMITED BY SIZE
004900             " POUR RESULTATS+REJETS+RETENUES " DELIMITED BY SIZE
004910             RP-EDIT-B DELIMITED BY SIZE
004920             INTO RP-RPT-LIGNE
004930         WRITE RP-RPT-LIGNE
004940     END-IF.
004950     IF RP-NB-AUD-VALIDES NOT = RP-NB-OUT
004960         MOVE "Y" TO RP-ECART-SW
004970         MOVE RP-NB-AUD-VALIDES TO RP-EDIT-A
004980         MOVE RP-NB-OUT TO RP-EDIT-B
004990         MOVE SPACES TO RP-RPT-LIGNE
005000         STRING "ECART : AUDIT VALIDES " DELIMITED BY SIZE
005010             RP-EDIT-A DELIMITED BY SIZE
005020             " POUR RESULTATS ECRITS " DELIMITED BY SIZE
005030             RP-EDIT-B DELIMITED BY SIZE
005040             INTO RP-RPT-LIGNE
005050         WRITE RP-RPT-LIGNE
005060     END-IF.
005070     IF RP-NB-AUD-REJETES NOT = RP-NB-REJ
005080         MOVE "Y" TO RP-ECART-SW
005090         MOVE RP-NB-AUD-REJETES TO RP-EDIT-A
005100         MOVE RP-NB-REJ TO RP-EDIT-B
005110         MOVE SPACES TO RP-RPT-LIGNE
005120         STRING "ECART : AUDIT REJETES " DELIMITED BY SIZE
005130             RP-EDIT-A DELIMITED BY SIZE
005140             " POUR REJETS ECRITS " DELIMITED BY SIZE
005150             RP-EDIT-B DELIMITED BY SIZE
005160             INTO RP-RPT-LIGNE
005170         WRITE RP-RPT-LIGNE
005180     END-IF.
005190     IF RP-NB-AUD-RETENUES NOT = RP-NB-RET
005200         MOVE "Y" TO RP-ECART-SW
005210         MOVE RP-NB-AUD-RETENUES TO RP-EDIT-A
005220         MOVE RP-NB-RET TO RP-EDIT-B
005230         MOVE SPACES TO RP-RPT-LIGNE
005240         STRING "ECART : AUDIT RETENUES " DELIMITED BY SIZE
005250             RP-EDIT-A DELIMITED BY SIZE
005260             " POUR RETENUES ECRITES " DELIMITED BY SIZE
005270             RP-EDIT-B DELIMITED BY SIZE
005280             INTO RP-RPT-LIGNE
005290         WRITE RP-RPT-LIGNE
005300     END-IF.
005310     IF RP-NB-OUT-PAIRS + RP-NB-OUT-IMPAIRS NOT = RP-NB-OUT
005320         MOVE "Y" TO RP-ECART-SW
005330         COMPUTE RP-EDIT-A = RP-NB-OUT-PAIRS + RP-NB-OUT-IMPAIRS
005340         MOVE RP-NB-OUT TO RP-EDIT-B
005350         MOVE SPACES TO RP-RPT-LIGNE
005360         STRING "ECART : PAIRS + IMPAIRS " DELIMITED BY SIZE
005370             RP-EDIT-A DELIMITED BY SIZE
005380             " POUR RESULTATS " DELIMITED BY SIZE
005390             RP-EDIT-B DELIMITED BY SIZE
005400             INTO RP-RPT-LIGNE
005410         WRITE RP-RPT-LIGNE
005420     END-IF.
005430 8200-EXIT.
005440     EXIT.
005450*
005460*----------------------------------------------------------------*
005470* COMPARAISON DES CUMULS RECONSTITUES AUX COMPTEURS IMPRIMES SUR
005480* LE RAPPORT DE CONTROLE DU JOUR. LE RAPPORT NE COUVRE QUE LA
005490* DERNIERE EXECUTION ALORS QUE LES CUMULS COUVRENT TOUTE LA
005500* JOURNEE (CYCLES MULTIPLES, RECYCLAGE) : LES DIFFERENCES SONT
005510* DONC IMPRIMEES EN "INFO" SANS METTRE LA JOURNEE EN ECART.
005520* SEULS LES CONTROLES CROISES DU 8200 DECIDENT DU CODE RETOUR.
005530*----------------------------------------------------------------*
005540 8300-COMPARER-RAPPORT.
005550     IF NOT RP-RAPPORT-LU
005560         MOVE "RAPPORT DU JOUR ABSENT - COMPARAISON OMISE"
005570             TO RP-RPT-LIGNE
005580         WRITE RP-RPT-LIGNE
005590         GO TO 8300-EXIT
005600     END-IF.
005610     PERFORM 8310-COMPARER-LUS THRU 8310-EXIT.
005620     PERFORM 8320-COMPARER-VALIDES THRU 8320-EXIT.
005630     PERFORM 8330-COMPARER-REJETES THRU 8330-EXIT.
005640     PERFORM 8340-COMPARER-PAIRS THRU 8340-EXIT.
005650     PERFORM 8350-COMPARER-IMPAIRS THRU 8350-EXIT.
005660     PERFORM 8360-COMPARER-RETENUES THRU 8360-EXIT.
005670 8300-EXIT.
005680     EXIT.
005690*
005700 8310-COMPARER-LUS.
005710     IF RP-RPT-NB-LUS NOT = RP-NB-AUD
005720         MOVE RP-RPT-NB-LUS TO RP-EDIT-A
005730         MOVE RP-NB-AUD TO RP-EDIT-B
005740         MOVE SPACES TO RP-RPT-LIGNE
005750         STRING "INFO  : RAPPORT LUS " DELIMITED BY SIZE
005760             RP-EDIT-A DELIMITED BY SIZE
005770             " POUR TRACES AUDIT " DELIMITED BY SIZE
005780             RP-EDIT-B DELIMITED BY SIZE
005790             INTO RP-RPT-LIGNE
005800         WRITE RP-RPT-LIGNE
005810     END-IF.
005820 8310-EXIT.
005830     EXIT.
005840*
005850 8320-COMPARER-VALIDES.
005860     IF RP-RPT-NB-VALIDES NOT = RP-NB-OUT
005870         MOVE RP-RPT-NB-VALIDES TO RP-EDIT-A
005880         MOVE RP-NB-OUT TO RP-EDIT-B
005890         MOVE SPACES TO RP-RPT-LIGNE
005900         STRING "INFO  : RAPPORT VALIDES " DELIMITED BY SIZE
005910             RP-EDIT-A DELIMITED BY SIZE
005920             " POUR RESULTATS RELUS " DELIMITED BY SIZE
005930             RP-EDIT-B DELIMITED BY SIZE
005940             INTO RP-RPT-LIGNE
005950         WRITE RP-RPT-LIGNE
005960     END-IF.
005970 8320-EXIT.
005980     EXIT.
005990*
006000 8330-COMPARER-REJETES.
006010     IF RP-RPT-NB-REJETES NOT = RP-NB-REJ
006020         MOVE RP-RPT-NB-REJETES TO RP-EDIT-A
006030         MOVE RP-NB-REJ TO RP-EDIT-B
006040         MOVE SPACES TO RP-RPT-LIGNE
006050         STRING "INFO  : RAPPORT REJETES " DELIMITED BY SIZE
006060             RP-EDIT-A DELIMITED BY SIZE
006070             " POUR REJETS RELUS " DELIMITED BY SIZE
006080             RP-EDIT-B DELIMITED BY SIZE
006090             INTO RP-RPT-LIGNE
006100         WRITE RP-RPT-LIGNE
006110     END-IF.
006120 8330-EXIT.
006130     EXIT.
006140*
006150 8340-COMPARER-PAIRS.
006160     IF RP-RPT-NB-PAIRS NOT = RP-NB-OUT-PAIRS
006170         MOVE RP-RPT-NB-PAIRS TO RP-EDIT-A
006180         MOVE RP-NB-OUT-PAIRS TO RP-EDIT-B
006190         MOVE SPACES TO RP-RPT-LIGNE
006200         STRING "INFO  : RAPPORT PAIRS " DELIMITED BY SIZE
006210             RP-EDIT-A DELIMITED BY SIZE
006220             " POUR PAIRS RELUS " DELIMITED BY SIZE
006230             RP-EDIT-B DELIMITED BY SIZE
006240             INTO RP-RPT-LIGNE
006250         WRITE RP-RPT-LIGNE
006260     END-IF.
006270 8340-EXIT.
006280     EXIT.
006290*
006300 8350-COMPARER-IMPAIRS.
006310     IF RP-RPT-NB-IMPAIRS NOT = RP-NB-OUT-IMPAIRS
006320         MOVE RP-RPT-NB-IMPAIRS TO RP-EDIT-A
006330         MOVE RP-NB-OUT-IMPAIRS TO RP-EDIT-B
006340         MOVE SPACES TO RP-RPT-LIGNE
006350         STRING "INFO  : RAPPORT IMPAIRS " DELIMITED BY SIZE
006360             RP-EDIT-A DELIMITED BY SIZE
006370             " POUR IMPAIRS RELUS " DELIMITED BY SIZE
006380             RP-EDIT-B DELIMITED BY SIZE
006390             INTO RP-RPT-LIGNE
006400         WRITE RP-RPT-LIGNE
006410     END-IF.
006420 8350-EXIT.
006430     EXIT.
006440*
006450 8360-COMPARER-RETENUES.
006460     IF RP-RPT-NB-RETENUS NOT = RP-NB-RET
006470         MOVE RP-RPT-NB-RETENUS TO RP-EDIT-A
006480         MOVE RP-NB-RET TO RP-EDIT-B
006490         MOVE SPACES TO RP-RPT-LIGNE
006500         STRING "INFO  : RAPPORT RETENUES " DELIMITED BY SIZE
006510             RP-EDIT-A DELIMITED BY SIZE
006520             " POUR RETENUES RELUES " DELIMITED BY SIZE
006530             RP-EDIT-B DELIMITED BY SIZE
006540             INTO RP-RPT-LIGNE
006550         WRITE RP-RPT-LIGNE
006560     END-IF.
006570 8360-EXIT.
006580     EXIT.
006590*
006600*----------------------------------------------------------------*
006610* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
006620* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
006630*----------------------------------------------------------------*
006640 9000-ERREUR-FICHIER.
006650     DISPLAY "ERREUR E/S - " RP-MSG-ERREUR
006660         " - STATUT " RP-STATUT-ERREUR-FICHIER.
006670     MOVE 16 TO RETURN-CODE.
006680     STOP RUN.
006690 9000-EXIT.
006700     EXIT.
