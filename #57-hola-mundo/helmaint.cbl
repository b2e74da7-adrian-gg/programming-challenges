000498*                      NATIONAL CHARACTERS - SO A GREETING THIS
000499*                      SCREEN ACCEPTS CAN NEVER BE SUPPRESSED AT
000500*                      DISPLAY TIME.
000501*     10/15/2026  JA   OPERATOR AUTHORITY: AN UPDATE IS QUEUED
000503*                      ONLY FOR AN OPERATOR ON OPERAUTH (SEE
000505*                      OPAREC) WHO IS ACTIVE, HOLDS THE AUTHOR
000506*                      ROLE AND HAS THE LANG-CODE IN SCOPE.  A
000508*                      REFUSAL IS SHOWN ON THE STATUS LINE AND
000510*                      LOGGED ON REFUSLOG (SEE REFUSREC) WITH ITS
000511*                      ALERT OWED, FOR HELOPARP TO RAISE.  A PLAIN
000513*                      VIEW NEEDS NO AUTHORITY.
000515******************************************************************
000516 ENVIRONMENT DIVISION.
000518 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 DATA DIVISION.
000612*
000614     COPY CHARREC.
000620*
000622     COPY OPAREC.
000624*
000626     COPY REFUSREC.
000628*
000630 77  WS-RESP                 PIC S9(08) COMP.
000640 77  WS-DUMMY-COMMAREA       PIC X(01)  VALUE SPACE.
000650 77  WS-LOG-RESP             PIC S9(08) COMP.
000652 77  WS-CHAR-RESP            PIC S9(08) COMP.
000654 77  WS-CHAR-KEY             PIC X(02)  VALUE SPACES.
000655 77  WS-AUTH-RESP            PIC S9(08) COMP.
000656 77  WS-RFL-RESP             PIC S9(08) COMP.
000658 77  WS-OPERATOR-ID          PIC X(08)  VALUE SPACES.
000659 77  WS-REFUSE-REASON        PIC X(26)  VALUE SPACES.
000661 77  WS-AUTHORIZED-SW        PIC X(01)  VALUE 'N'.
000662     88  WS-AUTHORIZED                  VALUE 'Y'.
000664 77  WS-IN-SCOPE-SW          PIC X(01)  VALUE 'N'.
000665     88  WS-IN-SCOPE                    VALUE 'Y'.
000667 77  WS-SCOPE-IDX            PIC S9(04) COMP VALUE ZERO.
000668 77  WS-ABSTIME              PIC S9(15) COMP-3.
000670 77  WS-CHG-DATE-X           PIC X(08)  VALUE SPACES.
000680 77  WS-CHG-TIME-X           PIC X(08)  VALUE SPACES.
000691 77  WS-EDIT-TEXT            PIC X(180) VALUE SPACES.
001904* LANGUAGE'S CHARDEF EXTRA CHARACTERS ADMITTED - AND NOTHING
001906* REACHES LANGTAB UNTIL A SECOND PERSON APPROVES IT THROUGH
001908* HELAPPRV, SO NO LONE TYPO CAN RUN AT FOURTEEN SITES AGAIN.
001909* THE OPERATOR MUST FIRST PASS THE OPERAUTH CHECK (2300).
001910******************************************************************
001920 2200-UPDATE-RECORD.
001930*
002014         MOVE SPACES TO LANG-MESSAGE-TEXT
002016         MOVE 'LANG-CODE NOT FOUND - CANNOT ADD NEW CODES HERE'
002018             TO RESPMSGO
002019         GO TO 2200-EXIT
002020     END-IF.
002021*
002022     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.
002023     IF NOT WS-AUTHORIZED
002024         GO TO 2200-EXIT
002025     END-IF.
002026*
002028     MOVE LANG-MESSAGE-TEXT TO WS-EDIT-TEXT.
002030     IF MSGTX1L > 0
002032         MOVE MSGTX1I TO WS-EDIT-TEXT(1:60)
002064     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
002100     IF WS-LOG-RESP = DFHRESP(NORMAL)
002110         MOVE WS-EDIT-TEXT TO LANG-MESSAGE-TEXT
002111         MOVE 'CHANGE PENDING APPROVAL - NOT YET LIVE'
002112             TO RESPMSGO
002113     ELSE
002114         IF WS-LOG-RESP = DFHRESP(DUPREC)
002115             MOVE 'SAME CHANGE ALREADY PENDING' TO RESPMSGO
002116         ELSE
002117             MOVE 'PENDING WRITE FAILED - NOT SAVED'
002118                 TO RESPMSGO
002119         END-IF
002120     END-IF.
002121*
002122 2200-EXIT.
002123     EXIT.
002124*
002125******************************************************************
002126* 2300-CHECK-AUTHORITY
002127*
002128* THE SIGNED-ON USERID MUST BE ON OPERAUTH, ACTIVE, HOLD THE
002129* AUTHOR ROLE AND HAVE THE KEYED LANG-CODE IN ITS LANGUAGE SCOPE
002130* (EVERY CODE, OR ONE OF THE CODES LISTED).  ANYTHING LESS IS
002131* REFUSED: THE STATUS LINE SAYS WHY, NOTHING IS QUEUED, AND THE
002132* ATTEMPT IS LOGGED ON REFUSLOG BY 2350.
002133******************************************************************
002134 2300-CHECK-AUTHORITY.
002135*
002136     MOVE 'N' TO WS-AUTHORIZED-SW.
002137     MOVE SPACES TO WS-OPERATOR-ID.
002139     EXEC CICS ASSIGN
002140         USERID(WS-OPERATOR-ID)
002141     END-EXEC.
002142*
002143     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
002144     EXEC CICS READ
002145         FILE('OPERAUTH')
002146         INTO(OPERATOR-AUTH-RECORD)
002147         RIDFLD(OPA-OPERATOR-ID)
002148         RESP(WS-AUTH-RESP)
002149     END-EXEC.
002150     IF WS-AUTH-RESP NOT = DFHRESP(NORMAL)
002151         MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REFUSE-REASON
002152         GO TO 2300-REFUSED
002153     END-IF.
002154*
002155     IF NOT OPA-ACTIVE
002156         MOVE 'OPERATOR SUSPENDED' TO WS-REFUSE-REASON
002157         GO TO 2300-REFUSED
002158     END-IF.
002159*
002160     IF NOT OPA-CAN-AUTHOR
002161         MOVE 'NO AUTHOR ROLE' TO WS-REFUSE-REASON
002162         GO TO 2300-REFUSED
002163     END-IF.
002164*
002165     MOVE 'N' TO WS-IN-SCOPE-SW.
002167     IF OPA-ALL-LANGUAGES
002168         MOVE 'Y' TO WS-IN-SCOPE-SW
002169     END-IF.
002170     IF OPA-LISTED-LANGUAGES
002171         PERFORM 2310-SCAN-LANG-SCOPE THRU 2310-EXIT
002172             VARYING WS-SCOPE-IDX FROM 1 BY 1
002173             UNTIL WS-SCOPE-IDX > 10
002174                OR WS-IN-SCOPE
002175     END-IF.
002176     IF NOT WS-IN-SCOPE
002177         MOVE 'LANGUAGE NOT IN SCOPE' TO WS-REFUSE-REASON
002178         GO TO 2300-REFUSED
002179     END-IF.
002180*
002181     MOVE 'Y' TO WS-AUTHORIZED-SW.
002182     GO TO 2300-EXIT.
002183*
002184 2300-REFUSED.
002185*
002186     MOVE SPACES TO RESPMSGO.
002187     STRING 'REFUSED - '          DELIMITED BY SIZE
002188            WS-REFUSE-REASON      DELIMITED BY SIZE
002189         INTO RESPMSGO
002190     END-STRING.
002191     PERFORM 2350-LOG-REFUSAL THRU 2350-EXIT.
002192*
002193 2300-EXIT.
002195     EXIT.
002196*
002197******************************************************************
002198* 2310-SCAN-LANG-SCOPE
002199*
002200* ONE PROBE OF THE OPERATOR'S LANGUAGE LIST.
002201******************************************************************
002202 2310-SCAN-LANG-SCOPE.
002203*
002204     IF OPA-LANG-CODE(WS-SCOPE-IDX) = LANG-CODE
002205         MOVE 'Y' TO WS-IN-SCOPE-SW
002206     END-IF.
002207*
002208 2310-EXIT.
002209     EXIT.
002210*
002211******************************************************************
002212* 2350-LOG-REFUSAL
002213*
002214* LOG THE REFUSED UPDATE ON REFUSLOG: DATE, TIME, THIS PROGRAM,
002215* THE USERID, THE TERMINAL, THE AUTHOR ROLE AND THE LANG-CODE.
002216* THE BATCH ALERTS FILE IS NOT REACHABLE FROM THE REGION, SO THE
002217* ALERT IS WRITTEN OWED ('N') AND HELOPARP RAISES IT OVERNIGHT.
002218* A FAILED LOG WRITE IS NAMED ON THE STATUS LINE; THE UPDATE IS
002219* REFUSED EITHER WAY.
002220******************************************************************
002221 2350-LOG-REFUSAL.
002223*
002224     EXEC CICS ASKTIME
002225         ABSTIME(WS-ABSTIME)
002226     END-EXEC.
002227     EXEC CICS FORMATTIME
002228         ABSTIME(WS-ABSTIME)
002229         YYYYMMDD(WS-CHG-DATE-X)
002230         TIME(WS-CHG-TIME-X)
002231     END-EXEC.
002232*
002233     MOVE WS-CHG-DATE-X        TO RFL-DATE.
002234     MOVE ZERO                 TO RFL-TIME.
002235     MOVE WS-CHG-TIME-X(1:6)   TO RFL-TIME(1:6).
002236     MOVE 'HELMAINT'           TO RFL-PROGRAM-ID.
002237     MOVE WS-OPERATOR-ID       TO RFL-OPERATOR-ID.
002238     MOVE EIBTRMID             TO RFL-TERMINAL-ID.
002239     MOVE 'A'                  TO RFL-ROLE.
002240     MOVE LANG-CODE            TO RFL-SCOPE-KEY.
002241     MOVE WS-REFUSE-REASON     TO RFL-REASON.
002242     MOVE 'N'                  TO RFL-ALERT-SW.
002243*
002244     EXEC CICS WRITE
002245         FILE('REFUSLOG')
002246         FROM(REFUSAL-RECORD)
002247         RIDFLD(RFL-KEY)
002248         RESP(WS-RFL-RESP)
002249     END-EXEC.
002251     PERFORM 2360-RETRY-REFUSAL THRU 2360-EXIT
002252         UNTIL WS-RFL-RESP NOT = DFHRESP(DUPREC).
002253     IF WS-RFL-RESP NOT = DFHRESP(NORMAL)
002254         MOVE 'REFUSED - AND REFUSAL LOG WRITE FAILED'
002255             TO RESPMSGO
002256     END-IF.
002257*
002258 2350-EXIT.
002259     EXIT.
002260*
002261******************************************************************
002262* 2360-RETRY-REFUSAL
002263*
002264* THE KEY IS ALREADY ON REFUSLOG - THE SAME OPERATOR REFUSED TWICE
002265* IN ONE SECOND (THE ONLINE TIME STOPS AT SECONDS).  STEP THE
002266* HUNDREDTHS ON BY ONE AND WRITE AGAIN, SO NO REFUSAL IS DROPPED.
002267******************************************************************
002268 2360-RETRY-REFUSAL.
002269*
002270     ADD 1 TO RFL-TIME.
002271     EXEC CICS WRITE
002272         FILE('REFUSLOG')
002273         FROM(REFUSAL-RECORD)
002274         RIDFLD(RFL-KEY)
002275         RESP(WS-RFL-RESP)
002276     END-EXEC.
002277*
002279 2360-EXIT.
002280     EXIT.
002290*
002300******************************************************************
