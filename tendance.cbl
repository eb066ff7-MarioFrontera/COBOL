000290* 21/08/2026 JM   LES LIGNES VIDES ET LES LIGNES COMMENCANT PAR
000300*                 * SONT DESORMAIS IGNOREES DANS TENDPARM, COMME
000310*                 DANS LES AUTRES FICHIERS DE PARAMETRES DU LOT.
000320* 15/10/2026 JM   AJOUT D'UNE VENTILATION PAR SERVICE EMETTEUR DE
000330*                 LA PERIODE : VALIDES (PAIRIOUT) ET REJETES
000340*                 (PAIRIREJ) PAR CODE SERVICE, AVEC LE NOM, L'ETAT
000350*                 ET LE VOLUME JOURNALIER ATTENDU LUS DANS LE
000360*                 REFERENTIEL PAIRISRV, EN REGARD DE LA MOYENNE
000370*                 REELLE PAR JOURNEE TRAITEE.
000380* 15/10/2026 JM   REJETS RAISON 6 (NUMERO BLOQUE) CUMULES ET
000390*                 IMPRIMES A LA SUITE DES RAISONS 1 A 5, DEPUIS LA
000400*                 ZONE PIS-NB-REJ-RAISON-6 DE PAIRISTA (A BLANC
000410*                 SUR LES ENREGISTREMENTS ANTERIEURS).
000420* 15/10/2026 JM   CORRECTION SUITE A REVUE : SEUL UN REFERENTIEL
000430*                 PAIRISRV ABSENT EST SIGNALE INDISPONIBLE SUR
000440*                 L'ETAT ; TOUTE AUTRE ERREUR D'OUVERTURE ARRETE
000450*                 LE PROGRAMME (9000, CODE RETOUR 16).
000460*----------------------------------------------------------------*
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL PARAMETRES-IN
000520         ASSIGN TO "TENDPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TD-PRM-STATUT.
000550     SELECT OPTIONAL STATISTIQUES
000560         ASSIGN TO "PAIRISTA"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TD-STA-STATUT.
000590     SELECT TENDANCE-RPT
000600         ASSIGN TO "TENDRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TD-RPT-STATUT.
000630     SELECT OPTIONAL PAIR-IMPAIR-OUT
000640         ASSIGN TO "PAIRIOUT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS TD-OUT-STATUT.
000670     SELECT OPTIONAL PAIR-IMPAIR-REJ
000680         ASSIGN TO "PAIRIREJ"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS TD-REJ-STATUT.
000710     SELECT OPTIONAL SERVICES-FILE
000720         ASSIGN TO "PAIRISRV"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PIV-CODE
000760         FILE STATUS IS TD-SRV-STATUT.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PARAMETRES-IN
000810     LABEL RECORDS ARE STANDARD.
000820 01  PARAMETRE-REC           PIC X(80).
000830*
000840 FD  STATISTIQUES
000850     LABEL RECORDS ARE STANDARD.
000860     COPY PAIRISTA.
000870*
000880 FD  TENDANCE-RPT
000890     LABEL RECORDS ARE STANDARD.
000900 01  TD-RPT-LIGNE            PIC X(80).
000910*
000920 FD  PAIR-IMPAIR-OUT
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PAIRIREC.
000950*
000960 FD  PAIR-IMPAIR-REJ
000970     LABEL RECORDS ARE STANDARD.
000980     COPY PAIRIREJ.
000990*
001000 FD  SERVICES-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY PAIRISRV.
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060*----------------------------------------------------------------*
001070* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001080* L'OUVERTURE DES FICHIERS OPTIONNELS.
001090*----------------------------------------------------------------*
001100 77  TD-PRM-STATUT           PIC X(02) VALUE "00".
001110     88  TD-PRM-OK               VALUE "00".
001120     88  TD-PRM-ABSENT           VALUE "05".
001130 77  TD-STA-STATUT           PIC X(02) VALUE "00".
001140     88  TD-STA-OK               VALUE "00".
001150     88  TD-STA-ABSENT           VALUE "05".
001160 77  TD-RPT-STATUT           PIC X(02) VALUE "00".
001170     88  TD-RPT-OK               VALUE "00".
001180 77  TD-OUT-STATUT           PIC X(02) VALUE "00".
001190     88  TD-OUT-OK               VALUE "00".
001200     88  TD-OUT-ABSENT           VALUE "05".
001210 77  TD-REJ-STATUT           PIC X(02) VALUE "00".
001220     88  TD-REJ-OK               VALUE "00".
001230     88  TD-REJ-ABSENT           VALUE "05".
001240 77  TD-SRV-STATUT           PIC X(02) VALUE "00".
001250     88  TD-SRV-OK               VALUE "00".
001260     88  TD-SRV-ABSENT           VALUE "05".
001270     88  TD-SRV-INTROUVABLE      VALUE "23".
001280 77  TD-MSG-ERREUR           PIC X(40) VALUE SPACES.
001290 77  TD-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001300*
001310*----------------------------------------------------------------*
001320* ZONES DE TRAVAIL DE L'ETAT DE TENDANCE.
001330*----------------------------------------------------------------*
001340 77  TD-DATE-DEBUT           PIC 9(08) VALUE 0.
001350 77  TD-DATE-FIN             PIC 9(08) VALUE 99999999.
001360 77  TD-PRM-EOF-SW           PIC X VALUE "N".
001370     88  TD-PRM-EOF              VALUE "Y".
001380 77  TD-STA-EOF-SW           PIC X VALUE "N".
001390     88  TD-STA-EOF              VALUE "Y".
001400 77  TD-NO-LIGNE-PRM         PIC 9(01) VALUE 0.
001410 77  TD-RAISON-IDX           PIC 9(01) VALUE 0.
001420 77  TD-TAUX-REJET           PIC 9(03)V9(01) VALUE 0.
001430*
001440*----------------------------------------------------------------*
001450* CUMULS DE LA PERIODE DEMANDEE.
001460*----------------------------------------------------------------*
001470 77  TD-NB-EXECUTIONS        PIC 9(07) COMP VALUE 0.
001480 77  TD-CUM-LUS              PIC 9(11) COMP VALUE 0.
001490 77  TD-CUM-VALIDES          PIC 9(11) COMP VALUE 0.
001500 77  TD-CUM-REJETES          PIC 9(11) COMP VALUE 0.
001510 77  TD-CUM-PAIRS            PIC 9(11) COMP VALUE 0.
001520 77  TD-CUM-IMPAIRS          PIC 9(11) COMP VALUE 0.
001530 01  TD-CUM-PAR-RAISON.
001540     05  TD-CUM-REJ-RAISON       PIC 9(09) COMP
001550                                 OCCURS 6 TIMES VALUE 0.
001560*
001570*----------------------------------------------------------------*
001580* VENTILATION DE LA PERIODE PAR SERVICE EMETTEUR, RECONSTITUEE
001590* SUR PAIRIOUT ET PAIRIREJ (PAIRISTA NE PORTE PAS LE SERVICE).
001600* TD-NB-JOURS COMPTE LES JOURNEES TRAITEES DE LA PERIODE
001610* (DATES DISTINCTES DE PAIRISTA, CHRONOLOGIQUE) POUR LA MOYENNE
001620* JOURNALIERE. 50 SERVICES AU MAXIMUM, AU-DELA LE PROGRAMME
001630* S'ARRETE PLUTOT QUE DE VENTILER PARTIELLEMENT.
001640*----------------------------------------------------------------*
001650 77  TD-OUT-EOF-SW           PIC X VALUE "N".
001660     88  TD-OUT-EOF              VALUE "Y".
001670 77  TD-REJ-EOF-SW           PIC X VALUE "N".
001680     88  TD-REJ-EOF              VALUE "Y".
001690 77  TD-SRV-DISPO-SW         PIC X VALUE "N".
001700     88  TD-SRV-DISPONIBLE       VALUE "Y".
001710 77  TD-DERNIERE-DATE        PIC 9(08) VALUE 0.
001720 77  TD-NB-JOURS             PIC 9(05) COMP VALUE 0.
001730 77  TD-SOURCE-LUE           PIC X(04) VALUE SPACES.
001740 77  TD-NB-SOURCES           PIC 9(02) COMP VALUE 0.
001750 77  TD-SRC-IDX              PIC 9(02) COMP VALUE 0.
001760 77  TD-SRC-TROUVE           PIC 9(02) COMP VALUE 0.
001770 01  TD-TABLE-SOURCES.
001780     05  TD-SRC-ENTREE OCCURS 50 TIMES.
001790         10  TD-SRC-CODE         PIC X(04).
001800         10  TD-SRC-NB-VALIDES   PIC 9(09) COMP.
001810         10  TD-SRC-NB-REJETES   PIC 9(09) COMP.
001820*
001830*----------------------------------------------------------------*
001840* ZONES D'EDITION DE L'ETAT.
001850*----------------------------------------------------------------*
001860 77  TD-EDIT-A               PIC ZZZZZZZ9.
001870 77  TD-EDIT-B               PIC ZZZZZZZ9.
001880 77  TD-EDIT-C               PIC ZZZZZZ9.
001890 77  TD-EDIT-D               PIC ZZZZZZ9.
001900 77  TD-EDIT-E               PIC ZZZZZZ9.
001910 77  TD-EDIT-TAUX            PIC ZZ9.9.
001920 77  TD-EDIT-RAISON          PIC ZZZZZZZZ9.
001930 77  TD-EDIT-F               PIC ZZZZZZZ9.
001940 77  TD-EDIT-G               PIC ZZZZZZZ9.
001950 77  TD-LIB-ETAT             PIC X(13) VALUE SPACES.
001960*
001970 PROCEDURE DIVISION.
001980*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALISER THRU 1000-EXIT.
002010     PERFORM 8000-OUVRIR-ETAT THRU 8000-EXIT.
002020     PERFORM 4000-LIRE-UNE-STATISTIQUE THRU 4000-EXIT
002030         UNTIL TD-STA-EOF.
002040     PERFORM 8200-IMPRIMER-TOTAUX THRU 8200-EXIT.
002050     PERFORM 5000-VENTILER-SERVICES THRU 5000-EXIT.
002060     PERFORM 8400-IMPRIMER-SERVICES THRU 8400-EXIT.
002070     PERFORM 7000-TERMINER THRU 7000-EXIT.
002080     STOP RUN.
002090*
002100*----------------------------------------------------------------*
002110* PLAGE DE DATES DEMANDEE : DEUX LIGNES AAAAMMJJ (DEBUT PUIS
002120* FIN) DANS TENDPARM. FICHIER ABSENT = TOUT L'HISTORIQUE. UNE
002130* DATE INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
002140*----------------------------------------------------------------*
002150 1000-INITIALISER.
002160     OPEN INPUT PARAMETRES-IN.
002170     IF NOT TD-PRM-OK AND NOT TD-PRM-ABSENT
002180         MOVE "PARAMETRES-IN (OUVERTURE)" TO TD-MSG-ERREUR
002190         MOVE TD-PRM-STATUT TO TD-STATUT-ERREUR-FICHIER
002200         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002210     END-IF.
002220     PERFORM 1100-LIRE-UNE-DATE THRU 1100-EXIT
002230         UNTIL TD-PRM-EOF OR TD-NO-LIGNE-PRM > 1.
002240     CLOSE PARAMETRES-IN.
002250     IF TD-DATE-FIN < TD-DATE-DEBUT
002260         DISPLAY "PLAGE DE DATES INVALIDE : " TD-DATE-DEBUT
002270             " A " TD-DATE-FIN
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     OPEN INPUT STATISTIQUES.
002320     IF NOT TD-STA-OK AND NOT TD-STA-ABSENT
002330         MOVE "STATISTIQUES (OUVERTURE)" TO TD-MSG-ERREUR
002340         MOVE TD-STA-STATUT TO TD-STATUT-ERREUR-FICHIER
002350         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.
002390*
002400*----------------------------------------------------------------*
002410* UNE LIGNE DE TENDPARM : LES LIGNES VIDES ET LES LIGNES
002420* COMMENCANT PAR * SONT IGNOREES, COMME DANS LES AUTRES
002430* FICHIERS DE PARAMETRES DU LOT.
002440*----------------------------------------------------------------*
002450 1100-LIRE-UNE-DATE.
002460     READ PARAMETRES-IN
002470         AT END
002480             MOVE "Y" TO TD-PRM-EOF-SW
002490         NOT AT END
002500             IF PARAMETRE-REC NOT = SPACES
002510                 AND PARAMETRE-REC(1:1) NOT = "*"
002520                 IF PARAMETRE-REC(1:8) IS NUMERIC
002530                     IF TD-NO-LIGNE-PRM = 0
002540                         MOVE PARAMETRE-REC(1:8)
002550                             TO TD-DATE-DEBUT
002560                     ELSE
002570                         MOVE PARAMETRE-REC(1:8)
002580                             TO TD-DATE-FIN
002590                     END-IF
002600                     ADD 1 TO TD-NO-LIGNE-PRM
002610                 ELSE
002620                     DISPLAY "DATE DE PARAMETRE INVALIDE : "
002630                         PARAMETRE-REC(1:8)
002640                     MOVE 16 TO RETURN-CODE
002650                     STOP RUN
002660                 END-IF
002670             END-IF
002680     END-READ.
002690 1100-EXIT.
002700     EXIT.
002710*
002720*----------------------------------------------------------------*
002730* UNE LIGNE DE L'ETAT PAR EXECUTION DE LA PLAGE DEMANDEE, AVEC
002740* CUMUL DES TOTAUX DE PERIODE.
002750*----------------------------------------------------------------*
002760 4000-LIRE-UNE-STATISTIQUE.
002770     READ STATISTIQUES
002780         AT END
002790             MOVE "Y" TO TD-STA-EOF-SW
002800         NOT AT END
002810             IF PIS-DATE >= TD-DATE-DEBUT
002820                 AND PIS-DATE <= TD-DATE-FIN
002830                 PERFORM 4100-IMPRIMER-UNE-LIGNE THRU 4100-EXIT
002840                 PERFORM 4200-CUMULER-PERIODE THRU 4200-EXIT
002850             END-IF
002860     END-READ.
002870 4000-EXIT.
002880     EXIT.
002890*
002900 4100-IMPRIMER-UNE-LIGNE.
002910     MOVE PIS-NB-LUS     TO TD-EDIT-A.
002920     MOVE PIS-NB-VALIDES TO TD-EDIT-B.
002930     MOVE PIS-NB-REJETES TO TD-EDIT-C.
002940     MOVE PIS-NB-PAIRS   TO TD-EDIT-D.
002950     MOVE PIS-NB-IMPAIRS TO TD-EDIT-E.
002960     PERFORM 6000-CALCULER-TAUX THRU 6000-EXIT.
002970     MOVE SPACES TO TD-RPT-LIGNE.
002980     STRING PIS-DATE DELIMITED BY SIZE
002990         " " DELIMITED BY SIZE
003000         PIS-NO-EXECUTION DELIMITED BY SIZE
003010         TD-EDIT-A DELIMITED BY SIZE
003020         TD-EDIT-B DELIMITED BY SIZE
003030         TD-EDIT-C DELIMITED BY SIZE
003040         " " DELIMITED BY SIZE
003050         TD-EDIT-TAUX DELIMITED BY SIZE
003060         TD-EDIT-D DELIMITED BY SIZE
003070         TD-EDIT-E DELIMITED BY SIZE
003080         INTO TD-RPT-LIGNE.
003090     WRITE TD-RPT-LIGNE.
003100 4100-EXIT.
003110     EXIT.
003120*
003130 4200-CUMULER-PERIODE.
003140     ADD 1 TO TD-NB-EXECUTIONS.
003150     IF PIS-DATE NOT = TD-DERNIERE-DATE
003160         ADD 1 TO TD-NB-JOURS
003170         MOVE PIS-DATE TO TD-DERNIERE-DATE
003180     END-IF.
003190     ADD PIS-NB-LUS     TO TD-CUM-LUS.
003200     ADD PIS-NB-VALIDES TO TD-CUM-VALIDES.
003210     ADD PIS-NB-REJETES TO TD-CUM-REJETES.
003220     ADD PIS-NB-PAIRS   TO TD-CUM-PAIRS.
003230     ADD PIS-NB-IMPAIRS TO TD-CUM-IMPAIRS.
003240     PERFORM 4250-CUMULER-UNE-RAISON THRU 4250-EXIT
003250         VARYING TD-RAISON-IDX FROM 1 BY 1
003260         UNTIL TD-RAISON-IDX > 5.
003270     IF PIS-NB-REJ-RAISON-6 IS NUMERIC
003280         ADD PIS-NB-REJ-RAISON-6 TO TD-CUM-REJ-RAISON(6)
003290     END-IF.
003300 4200-EXIT.
003310     EXIT.
003320*
003330 4250-CUMULER-UNE-RAISON.
003340     IF PIS-NB-REJ-RAISON(TD-RAISON-IDX) IS NUMERIC
003350         ADD PIS-NB-REJ-RAISON(TD-RAISON-IDX)
003360             TO TD-CUM-REJ-RAISON(TD-RAISON-IDX)
003370     END-IF.
003380 4250-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------------*
003420* VENTILATION PAR SERVICE : RELECTURE DE PAIRIOUT (VALIDES) PUIS
003430* DE PAIRIREJ (REJETES) SUR LA PLAGE DE DATES DEMANDEE. UN
003440* SERVICE A BLANC COUVRE LA SAISIE UNITAIRE.
003450*----------------------------------------------------------------*
003460 5000-VENTILER-SERVICES.
003470     OPEN INPUT PAIR-IMPAIR-OUT.
003480     IF NOT TD-OUT-OK AND NOT TD-OUT-ABSENT
003490         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO TD-MSG-ERREUR
003500         MOVE TD-OUT-STATUT TO TD-STATUT-ERREUR-FICHIER
003510         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003520     END-IF.
003530     PERFORM 5100-LIRE-UN-RESULTAT THRU 5100-EXIT
003540         UNTIL TD-OUT-EOF.
003550     CLOSE PAIR-IMPAIR-OUT.
003560     OPEN INPUT PAIR-IMPAIR-REJ.
003570     IF NOT TD-REJ-OK AND NOT TD-REJ-ABSENT
003580         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO TD-MSG-ERREUR
003590         MOVE TD-REJ-STATUT TO TD-STATUT-ERREUR-FICHIER
003600         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003610     END-IF.
003620     PERFORM 5200-LIRE-UN-REJET THRU 5200-EXIT
003630         UNTIL TD-REJ-EOF.
003640     CLOSE PAIR-IMPAIR-REJ.
003650 5000-EXIT.
003660     EXIT.
003670*
003680 5100-LIRE-UN-RESULTAT.
003690     READ PAIR-IMPAIR-OUT
003700         AT END
003710             MOVE "Y" TO TD-OUT-EOF-SW
003720         NOT AT END
003730             IF PIR-DATE-TRAITEMENT >= TD-DATE-DEBUT
003740                 AND PIR-DATE-TRAITEMENT <= TD-DATE-FIN
003750                 MOVE PIR-SOURCE TO TD-SOURCE-LUE
003760                 PERFORM 5300-CHERCHER-SOURCE THRU 5300-EXIT
003770                 ADD 1 TO TD-SRC-NB-VALIDES(TD-SRC-TROUVE)
003780             END-IF
003790     END-READ.
003800 5100-EXIT.
003810     EXIT.
003820*
003830 5200-LIRE-UN-REJET.
003840     READ PAIR-IMPAIR-REJ
003850         AT END
003860             MOVE "Y" TO TD-REJ-EOF-SW
003870         NOT AT END
003880             IF PIJ-DATE-TRAITEMENT >= TD-DATE-DEBUT
003890                 AND PIJ-DATE-TRAITEMENT <= TD-DATE-FIN
003900                 MOVE PIJ-SOURCE TO TD-SOURCE-LUE
003910                 PERFORM 5300-CHERCHER-SOURCE THRU 5300-EXIT
003920                 ADD 1 TO TD-SRC-NB-REJETES(TD-SRC-TROUVE)
003930             END-IF
003940     END-READ.
003950 5200-EXIT.
003960     EXIT.
003970*
003980*----------------------------------------------------------------*
003990* RECHERCHE DU SERVICE TD-SOURCE-LUE DANS LA TABLE, AJOUTE S'IL
004000* EST NOUVEAU. TD-SRC-TROUVE REND SON RANG.
004010*----------------------------------------------------------------*
004020 5300-CHERCHER-SOURCE.
004030     MOVE 0 TO TD-SRC-TROUVE.
004040     PERFORM 5350-COMPARER-SOURCE THRU 5350-EXIT
004050         VARYING TD-SRC-IDX FROM 1 BY 1
004060         UNTIL TD-SRC-IDX > TD-NB-SOURCES
004070             OR TD-SRC-TROUVE > 0.
004080     IF TD-SRC-TROUVE = 0
004090         IF TD-NB-SOURCES >= 50
004100             DISPLAY "TABLE DES SERVICES PLEINE (50 AU MAXIMUM)"
004110             MOVE 16 TO RETURN-CODE
004120             STOP RUN
004130         END-IF
004140         ADD 1 TO TD-NB-SOURCES
004150         MOVE TD-NB-SOURCES TO TD-SRC-TROUVE
004160         MOVE TD-SOURCE-LUE TO TD-SRC-CODE(TD-SRC-TROUVE)
004170         MOVE 0 TO TD-SRC-NB-VALIDES(TD-SRC-TROUVE)
004180         MOVE 0 TO TD-SRC-NB-REJETES(TD-SRC-TROUVE)
004190     END-IF.
004200 5300-EXIT.
004210     EXIT.
004220*
004230 5350-COMPARER-SOURCE.
004240     IF TD-SRC-CODE(TD-SRC-IDX) = TD-SOURCE-LUE
004250         MOVE TD-SRC-IDX TO TD-SRC-TROUVE
004260     END-IF.
004270 5350-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------*
004310* TAUX DE REJET EN POURCENTAGE D'UNE LIGNE DE L'ETAT (ZERO LU =
004320* TAUX NUL, POUR EVITER LA DIVISION PAR ZERO).
004330*----------------------------------------------------------------*
004340 6000-CALCULER-TAUX.
004350     IF PIS-NB-LUS = 0
004360         MOVE 0 TO TD-TAUX-REJET
004370     ELSE
004380         COMPUTE TD-TAUX-REJET ROUNDED =
004390             PIS-NB-REJETES * 100 / PIS-NB-LUS
004400     END-IF.
004410     MOVE TD-TAUX-REJET TO TD-EDIT-TAUX.
004420 6000-EXIT.
004430     EXIT.
004440*
004450 7000-TERMINER.
004460     CLOSE STATISTIQUES.
004470     CLOSE TENDANCE-RPT.
004480 7000-EXIT.
004490     EXIT.
004500*
004510 8000-OUVRIR-ETAT.
004520     OPEN OUTPUT TENDANCE-RPT.
004530     IF NOT TD-RPT-OK
004540         MOVE "TENDANCE-RPT (OUVERTURE)" TO TD-MSG-ERREUR
004550         MOVE TD-RPT-STATUT TO TD-STATUT-ERREUR-FICHIER
004560         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004570     END-IF.
004580     MOVE "ETAT DE TENDANCE - PAIR-IMPAIR" TO TD-RPT-LIGNE.
004590     WRITE TD-RPT-LIGNE.
004600     MOVE SPACES TO TD-RPT-LIGNE.
004610     STRING "PERIODE " DELIMITED BY SIZE
004620         TD-DATE-DEBUT DELIMITED BY SIZE
004630         " A " DELIMITED BY SIZE
004640         TD-DATE-FIN DELIMITED BY SIZE
004650         INTO TD-RPT-LIGNE.
004660     WRITE TD-RPT-LIGNE.
004670     MOVE SPACES TO TD-RPT-LIGNE.
004680     STRING "DATE     EXEC      LUS VALIDES  REJETES "
004690         DELIMITED BY SIZE
004700         "TX-RJ   PAIRS  IMPAIRS" DELIMITED BY SIZE
004710         INTO TD-RPT-LIGNE.
004720     WRITE TD-RPT-LIGNE.
004730 8000-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------------*
004770* TOTAUX, MOYENNES PAR EXECUTION ET REJETS PAR RAISON DE LA
004780* PERIODE DEMANDEE.
004790*----------------------------------------------------------------*
004800 8200-IMPRIMER-TOTAUX.
004810     MOVE SPACES TO TD-RPT-LIGNE.
004820     WRITE TD-RPT-LIGNE.
004830     MOVE TD-CUM-LUS     TO TD-EDIT-A.
004840     MOVE TD-CUM-VALIDES TO TD-EDIT-B.
004850     MOVE TD-CUM-REJETES TO TD-EDIT-C.
004860     MOVE TD-CUM-PAIRS   TO TD-EDIT-D.
004870     MOVE TD-CUM-IMPAIRS TO TD-EDIT-E.
004880     IF TD-CUM-LUS = 0
004890         MOVE 0 TO TD-TAUX-REJET
004900     ELSE
004910         COMPUTE TD-TAUX-REJET ROUNDED =
004920             TD-CUM-REJETES * 100 / TD-CUM-LUS
004930     END-IF.
004940     MOVE TD-TAUX-REJET TO TD-EDIT-TAUX.
004950     MOVE SPACES TO TD-RPT-LIGNE.
004960     STRING "TOTAL         " DELIMITED BY SIZE
004970         TD-EDIT-A DELIMITED BY SIZE
004980         TD-EDIT-B DELIMITED BY SIZE
004990         TD-EDIT-C DELIMITED BY SIZE
005000         " " DELIMITED BY SIZE
005010         TD-EDIT-TAUX DELIMITED BY SIZE
005020         TD-EDIT-D DELIMITED BY SIZE
005030         TD-EDIT-E DELIMITED BY SIZE
005040         INTO TD-RPT-LIGNE.
005050     WRITE TD-RPT-LIGNE.
005060     MOVE TD-NB-EXECUTIONS TO TD-EDIT-A.
005070     MOVE SPACES TO TD-RPT-LIGNE.
005080     STRING "EXECUTIONS DANS LA PERIODE : " DELIMITED BY SIZE
005090         TD-EDIT-A DELIMITED BY SIZE
005100         INTO TD-RPT-LIGNE.
005110     WRITE TD-RPT-LIGNE.
005120     IF TD-NB-EXECUTIONS > 0
005130         COMPUTE TD-EDIT-A ROUNDED =
005140             TD-CUM-LUS / TD-NB-EXECUTIONS
005150         MOVE SPACES TO TD-RPT-LIGNE
005160         STRING "MOYENNE LUS PAR EXECUTION  : " DELIMITED BY SIZE
005170             TD-EDIT-A DELIMITED BY SIZE
005180             INTO TD-RPT-LIGNE
005190         WRITE TD-RPT-LIGNE
005200     END-IF.
005210     PERFORM 8300-IMPRIMER-UNE-RAISON THRU 8300-EXIT
005220         VARYING TD-RAISON-IDX FROM 1 BY 1
005230         UNTIL TD-RAISON-IDX > 6.
005240 8200-EXIT.
005250     EXIT.
005260*
005270 8300-IMPRIMER-UNE-RAISON.
005280     MOVE TD-CUM-REJ-RAISON(TD-RAISON-IDX) TO TD-EDIT-RAISON.
005290     MOVE SPACES TO TD-RPT-LIGNE.
005300     STRING "REJETS RAISON " DELIMITED BY SIZE
005310         TD-RAISON-IDX DELIMITED BY SIZE
005320         "             : " DELIMITED BY SIZE
005330         TD-EDIT-RAISON DELIMITED BY SIZE
005340         INTO TD-RPT-LIGNE.
005350     WRITE TD-RPT-LIGNE.
005360 8300-EXIT.
005370     EXIT.
005380*
005390*----------------------------------------------------------------*
005400* VENTILATION PAR SERVICE EMETTEUR : VALIDES, REJETES, MOYENNE
005410* PAR JOURNEE TRAITEE ET VOLUME JOURNALIER ATTENDU, AVEC LE NOM
005420* ET L'ETAT DU SERVICE LUS DANS LE REFERENTIEL PAIRISRV. SANS
005430* REFERENTIEL, LE NOM, L'ATTENDU ET L'ETAT RESTENT A BLANC.
005440*----------------------------------------------------------------*
005450 8400-IMPRIMER-SERVICES.
005460     MOVE SPACES TO TD-RPT-LIGNE.
005470     WRITE TD-RPT-LIGNE.
005480     MOVE "VENTILATION PAR SERVICE EMETTEUR :" TO TD-RPT-LIGNE.
005490     WRITE TD-RPT-LIGNE.
005500     IF TD-NB-SOURCES = 0
005510         MOVE "AUCUN SERVICE DANS LA PERIODE" TO TD-RPT-LIGNE
005520         WRITE TD-RPT-LIGNE
005530         GO TO 8400-EXIT
005540     END-IF.
005550     OPEN INPUT SERVICES-FILE.
005560     IF TD-SRV-OK
005570         MOVE "Y" TO TD-SRV-DISPO-SW
005580     ELSE
005590         IF NOT TD-SRV-ABSENT
005600             MOVE "SERVICES-FILE (OUVERTURE)" TO TD-MSG-ERREUR
005610             MOVE TD-SRV-STATUT TO TD-STATUT-ERREUR-FICHIER
005620             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005630         END-IF
005640         CLOSE SERVICES-FILE
005650         MOVE "REFERENTIEL DES SERVICES INDISPONIBLE"
005660             TO TD-RPT-LIGNE
005670         WRITE TD-RPT-LIGNE
005680     END-IF.
005690     MOVE SPACES TO TD-RPT-LIGNE.
005700     MOVE "CODE" TO TD-RPT-LIGNE(1:4).
005710     MOVE "NOM DU SERVICE" TO TD-RPT-LIGNE(6:14).
005720     MOVE " VALIDES" TO TD-RPT-LIGNE(30:8).
005730     MOVE " REJETES" TO TD-RPT-LIGNE(38:8).
005740     MOVE "MOY/JOUR" TO TD-RPT-LIGNE(46:8).
005750     MOVE " ATTENDU" TO TD-RPT-LIGNE(54:8).
005760     MOVE "ETAT" TO TD-RPT-LIGNE(63:4).
005770     WRITE TD-RPT-LIGNE.
005780     PERFORM 8450-IMPRIMER-UN-SERVICE THRU 8450-EXIT
005790         VARYING TD-SRC-IDX FROM 1 BY 1
005800         UNTIL TD-SRC-IDX > TD-NB-SOURCES.
005810     IF TD-SRV-DISPONIBLE
005820         CLOSE SERVICES-FILE
005830     END-IF.
005840 8400-EXIT.
005850     EXIT.
005860*
005870 8450-IMPRIMER-UN-SERVICE.
005880     MOVE SPACES TO PAIR-IMPAIR-SRV-REC.
005890     MOVE 0 TO PIV-VOLUME-JOUR.
005900     MOVE SPACES TO TD-LIB-ETAT.
005910     IF TD-SRC-CODE(TD-SRC-IDX) = SPACES
005920         MOVE "SAISIE UNITAIRE" TO PIV-NOM
005930     ELSE
005940         IF TD-SRV-DISPONIBLE
005950             PERFORM 8460-LIRE-SERVICE THRU 8460-EXIT
005960         END-IF
005970     END-IF.
005980     MOVE TD-SRC-NB-VALIDES(TD-SRC-IDX) TO TD-EDIT-A.
005990     MOVE TD-SRC-NB-REJETES(TD-SRC-IDX) TO TD-EDIT-B.
006000     IF TD-NB-JOURS = 0
006010         MOVE 0 TO TD-EDIT-F
006020     ELSE
006030         COMPUTE TD-EDIT-F ROUNDED =
006040             (TD-SRC-NB-VALIDES(TD-SRC-IDX)
006050              + TD-SRC-NB-REJETES(TD-SRC-IDX)) / TD-NB-JOURS
006060     END-IF.
006070     MOVE PIV-VOLUME-JOUR TO TD-EDIT-G.
006080     MOVE SPACES TO TD-RPT-LIGNE.
006090     MOVE TD-SRC-CODE(TD-SRC-IDX) TO TD-RPT-LIGNE(1:4).
006100     MOVE PIV-NOM(1:24) TO TD-RPT-LIGNE(6:24).
006110     MOVE TD-EDIT-A TO TD-RPT-LIGNE(30:8).
006120     MOVE TD-EDIT-B TO TD-RPT-LIGNE(38:8).
006130     MOVE TD-EDIT-F TO TD-RPT-LIGNE(46:8).
006140     MOVE TD-EDIT-G TO TD-RPT-LIGNE(54:8).
006150     MOVE TD-LIB-ETAT TO TD-RPT-LIGNE(63:13).
006160     WRITE TD-RPT-LIGNE.
006170 8450-EXIT.
006180     EXIT.
006190*
006200 8460-LIRE-SERVICE.
006210     MOVE TD-SRC-CODE(TD-SRC-IDX) TO PIV-CODE.
006220     READ SERVICES-FILE
006230         INVALID KEY
006240             MOVE SPACES TO PAIR-IMPAIR-SRV-REC
006250             MOVE 0 TO PIV-VOLUME-JOUR
006260             MOVE "NON REFERENCE" TO TD-LIB-ETAT
006270         NOT INVALID KEY
006280             IF PIV-FERME
006290                 MOVE "FERME" TO TD-LIB-ETAT
006300             ELSE
006310                 MOVE "ACTIF" TO TD-LIB-ETAT
006320             END-IF
006330     END-READ.
006340     IF NOT TD-SRV-OK AND NOT TD-SRV-INTROUVABLE
006350         MOVE "SERVICES-FILE (LECTURE)" TO TD-MSG-ERREUR
006360         MOVE TD-SRV-STATUT TO TD-STATUT-ERREUR-FICHIER
006370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006380     END-IF.
006390 8460-EXIT.
006400     EXIT.
006410*
006420*----------------------------------------------------------------*
006430* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
006440* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
006450*----------------------------------------------------------------*
006460 9000-ERREUR-FICHIER.
006470     DISPLAY "ERREUR E/S - " TD-MSG-ERREUR
006480         " - STATUT " TD-STATUT-ERREUR-FICHIER.
006490     MOVE 16 TO RETURN-CODE.
006500     STOP RUN.
006510 9000-EXIT.
006520     EXIT.
