    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 JOBCTL.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  NIGHTLY JOB-STREAM CONTROLLER:
    ****                   READ THE STREAM DEFINITION (JOBSTRM: STEP
    ****                   NAME, PROGRAM, MAXIMUM ACCEPTABLE RETURN
    ****                   CODE, PARAMETERS), RUN THE STEPS IN ORDER,
    ****                   STOP THE STREAM AT THE FIRST STEP OVER ITS
    ****                   THRESHOLD, AND APPEND EVERY STEP (RUN ID,
    ****                   START/END TIME, RETURN CODE) TO THE JOBLOG
    ****                   STEP LOG.  WHEN THE LAST STREAM IN JOBLOG
    ****                   DID NOT END, A RERUN RESUMES IT UNDER THE
    ****                   SAME RUN ID FROM THE FAILED STEP AND SKIPS
    ****                   THE STEPS ALREADY COMPLETE (JOBRSTRT=NO
    ****                   FORCES A FRESH STREAM).  ONE-PAGE SUMMARY
    ****                   JOBSUMRP.  RETURN CODES: HIGHEST ACCEPTED
    ****                   STEP RETURN CODE WHEN THE STREAM ENDS, 12
    ****                   WHEN IT STOPS OR THE DEFINITION IS BAD.
    **** 2026-10-15  K.O.  STANDARD STREAM: RUN CHGFEED AFTER EACH
    ****                   PARTITION, BEFORE THE NEXT ONE REWRITES
    ****                   TRANDISP.
    **** 2026-10-15  K.O.  A JOBLOG THAT EXISTS BUT CANNOT BE OPENED
    ****                   STOPS THE RUN AT 12 BEFORE ANY STEP (IT
    ****                   USED TO START A FRESH STREAM).  STANDARD
    ****                   STREAM: HOLDRLSE AND THE APPROVAL BATCH
    ****                   REBUILD, EACH POSTED BY ITS OWN SAMPLE-13
    ****                   STEP, AHEAD OF THE PARTITIONS; NEW HOLDS
    ****                   GO TO TRANHOLN; RETROCLC BEFORE GLEXTRCT.
    **** 2026-10-15  K.O.  STANDARD STREAM: EACH SAMPLE-13 STEP WRITES
    ****                   ITS OWN EXCEPTION REPORT (EXCPRPT=) SO A
    ****                   LATER STEP NO LONGER OVERWRITES AN EARLIER
    ****                   ONE'S; RECYCLE IS NOW APPENDED BY EVERY
    ****                   STEP.
    **** 2026-10-15  K.O.  STANDARD STREAM: POST THE DAY'S TRANIN ONCE
    ****                   IN A SINGLE DEPTNO=ALL STEP (POSTDAY, THEN
    ****                   FEEDDAY) INSTEAD OF TWO PARTITIONS; A
    ****                   PARTITION RUN DOES NOT SPLIT TRANIN BY
    ****                   DEPARTMENT, SO THE SECOND PARTITION WAS
    ****                   REFUSED AS A BATCH ALREADY POSTED (RC 12)
    ****                   AND STOPPED THE STREAM.
    *****************************************************************
    **** 定義ファイル JOBSTRM の様式（1 行 1 ステップ、記載順に実行。
    **** 桁 1 が "*" の行と空白行は注釈として読み飛ばす）
    ****   桁  1- 8  ステップ名（ストリーム内で一意）
    ****   桁 10-17  プログラム（JOBBIN 配下の実行モジュール名）
    ****   桁 19-20  許容する最大終了コード（2 桁数字）
    ****   桁 22-120 パラメーター（環境変数の NAME=VALUE を空白区切り）
    **** 夜間ストリームの標準定義：
    ****   PREFLT   data     00
    ****   HOLDRLSE holdrlse 04
    ****   RLSEPOST procobc  04 DEPTNO=ALL TRANIN=TRANRLSE
    ****                        TRANHOLD=TRANHOLN PARTSUM=PARTSUMH
    ****                        EXCPRPT=EXCPRLSE
    ****   FEEDRLSE chgfeed  04
    ****   APRVBTCH aprvmnt  04 APRFUNC=BATCH
    ****   APRVPOST procobc  04 DEPTNO=ALL TRANIN=APRVTRAN
    ****                        TRANHOLD=TRANHOLN PARTSUM=PARTSUMA
    ****                        EXCPRPT=EXCPAPRV
    ****   FEEDAPRV chgfeed  04
    ****   POSTDAY  procobc  04 DEPTNO=ALL TRANHOLD=TRANHOLN
    ****                        EXCPRPT=EXCPDAY
    ****   FEEDDAY  chgfeed  04
    ****   RECONMRG reconmrg 04
    ****   RETROCLC retroclc 04
    ****   GLEXTRCT glextrct 04
    ****   EMPAUDIT empaudit 04
    ****   RUNTREND runtrend 04
    ****   AUDARCH  audmgmt  00 AUDFUNC=ARCHIVE
    **** （定義ファイルでは 1 ステップ 1 行。上の継続行は紙幅の都合）
    **** SAMPLE-13 の各ステップは TRANIN に割り当てたバッチを 1 本
    **** 転記する（ファイル名の割当ても NAME=VALUE で与える）：
    ****   RLSEPOST  TRANRLSE  HOLDRLSE が切り出した発効日到来の保留
    ****   APRVPOST  APRVTRAN  APRVBTCH が作り直した承認済みの明細
    ****   POSTDAY   TRANIN    当日の入力バッチ
    **** 区画実行（DEPTFROM／DEPTTHRU）は名簿・照合の部門を絞るだけで
    **** TRANIN は絞らない。同じ TRANIN を二つの区画に流すと後の
    **** 区画がバッチ登記済みとして拒否される（終了コード 12）ので、
    **** 当日の入力は全部門の 1 ステップで一度だけ転記する。
    **** RECONMRG は POSTDAY の PARTSUM を読む。
    **** HOLDRLSE が TRANHOLD を読んだ後は、新しい保留を次の世代
    **** TRANHOLN へ追記させ（TRANHOLD=TRANHOLN）、ストリーム終了
    **** 後に運用側で TRANHOLN を TRANHOLD と入れ替える。保留解除・
    **** 承認分のステップは PARTSUM を分け、RECONMRG の区画併合に
    **** 混ぜない。RETROCLC は当夜の転記がすべて済んでから流し、
    **** GLEXTRCT はその RETROPAY を取り込む。
    **** 例外報告は SAMPLE-13 の各ステップで分け（EXCPRPT は PREFLT
    **** の分）、後のステップが前の報告を上書きしないようにする。
    **** 再循環ファイル RECYCLE は各ステップと APRVMNT の却下分が
    **** 追記していくので、運用側で別名へ移して修正し、TRANMODE=
    **** RECYCLE の TRANIN として流す。
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** ジョブストリーム定義
           SELECT JOB-STREAM-DEF    ASSIGN TO "JOBSTRM"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-JOBSTRM-STATUS.
    **** ステップ実行記録（全ストリーム分を追記して残す）
           SELECT JOB-STEP-LOG      ASSIGN TO "JOBLOG"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-JOBLOG-STATUS.
    **** 夜間終了時の総括（1 頁）
           SELECT JOB-SUMMARY-REPORT ASSIGN TO "JOBSUMRP"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-JOBSUMRP-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
        FD  JOB-STREAM-DEF.
        01 JOB-STREAM-DEF-RECORD.
           13 JOBDEF-STEP-NAME      PIC X(8).
           13 FILLER                PIC X(1).
           13 JOBDEF-PROGRAM        PIC X(8).
           13 FILLER                PIC X(1).
           13 JOBDEF-MAX-RC         PIC X(2).
           13 FILLER                PIC X(1).
           13 JOBDEF-PARMS          PIC X(99).
        01 JOB-STREAM-DEF-LINE REDEFINES JOB-STREAM-DEF-RECORD.
           13 JOBDEF-COMMENT-IND    PIC X(1).
           13 FILLER                PIC X(119).

    **** ステップ行はステップ名に、ストリームの終了行は
    **** "*STREAM*"（順序 000）に ENDED／STOPPED を記録する。
        FD  JOB-STEP-LOG.
        01 JOB-LOG-RECORD.
           13 JOBLOG-RUN-ID         PIC X(8).
           13 FILLER                PIC X(1).
           13 JOBLOG-STEP-SEQ       PIC 9(3).
           13 FILLER                PIC X(1).
           13 JOBLOG-STEP-NAME      PIC X(8).
           13 FILLER                PIC X(1).
           13 JOBLOG-PROGRAM        PIC X(8).
           13 FILLER                PIC X(1).
           13 JOBLOG-START-TS       PIC 9(14).
           13 FILLER                PIC X(1).
           13 JOBLOG-END-TS         PIC 9(14).
           13 FILLER                PIC X(1).
           13 JOBLOG-RETURN-CODE    PIC 9(3).
           13 FILLER                PIC X(1).
           13 JOBLOG-MAX-RC         PIC 9(2).
           13 FILLER                PIC X(1).
           13 JOBLOG-STATUS         PIC X(8).
              88 JOBLOG-COMPLETE             VALUE "COMPLETE".
              88 JOBLOG-FAILED               VALUE "FAILED".
              88 JOBLOG-ENDED                VALUE "ENDED".
              88 JOBLOG-STOPPED              VALUE "STOPPED".
           13 FILLER                PIC X(4).

        FD  JOB-SUMMARY-REPORT.
        01 JOB-SUMMARY-RECORD       PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-JOBSTRM-STATUS        PIC X(2) VALUE "00".
        01 WS-JOBLOG-STATUS         PIC X(2) VALUE "00".
        01 WS-JOBSUMRP-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（受入れたステップの最高値、停止・定義不正は 12）
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-DEF-ERROR-SW          PIC X(1) VALUE "N".
           88 DEFINITION-IN-ERROR            VALUE "Y".
        01 WS-JOBSTRM-EOF-SW        PIC X(1) VALUE "N".
           88 JOBSTRM-EOF                    VALUE "Y".
        01 WS-JOBLOG-EOF-SW         PIC X(1) VALUE "N".
           88 JOBLOG-EOF                     VALUE "Y".
        01 WS-PRIOR-ENDED-SW        PIC X(1) VALUE "Y".
           88 PRIOR-STREAM-ENDED             VALUE "Y".
        01 WS-RESTART-SW            PIC X(1) VALUE "N".
           88 STREAM-RESTARTED               VALUE "Y".
        01 WS-STOPPED-SW            PIC X(1) VALUE "N".
           88 STREAM-STOPPED                 VALUE "Y".
        01 WS-STEP-FOUND-SW         PIC X(1) VALUE "N".
           88 STEP-FOUND                     VALUE "Y".
        01 WS-STEPS-RUN-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-STEPS-EARLIER-COUNT   PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-STEPS-FAILED-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-STEPS-NOT-RUN-COUNT   PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DEF-LINE-COUNT        PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 実行パラメーター（JOBBIN＝実行モジュールの置場、既定 "."。
    **** JOBRSTRT＝NO で未完了ストリームを再開せず新規に流す）
    *****************************************************************
        01 WS-PARM-BIN-AREA         PIC X(60) VALUE SPACE.
        01 WS-PARM-RESTART-AREA     PIC X(3) VALUE SPACE.

    *****************************************************************
    **** ステップ表（定義の記載順、最大 50 ステップ）
    *****************************************************************
        01 WS-JS-STEP-COUNT         PIC S9(4) COMP VALUE ZERO.
        01 WS-JS-IX                 PIC S9(4) COMP VALUE ZERO.
        01 WS-JS-FIND-IX            PIC S9(4) COMP VALUE ZERO.
        01 WS-JS-MATCH-IX           PIC S9(4) COMP VALUE ZERO.
        01 WS-JS-STEP-TAB.
           13 WS-JS-STEP-ENTRY      OCCURS 50 TIMES.
              15 WS-JS-NAME         PIC X(8).
              15 WS-JS-PROGRAM      PIC X(8).
              15 WS-JS-MAX-RC       PIC 9(2).
              15 WS-JS-PARMS        PIC X(99).
              15 WS-JS-DONE-SW      PIC X(1).
                 88 JS-DONE-EARLIER          VALUE "Y".
              15 WS-JS-OUTCOME      PIC X(12).
              15 WS-JS-START-TS     PIC 9(14).
              15 WS-JS-END-TS       PIC 9(14).
              15 WS-JS-RC           PIC 9(3).
        01 WS-LOOKUP-STEP-NAME      PIC X(8) VALUE SPACE.

    *****************************************************************
    **** ストリームの実行 ID・時刻・ステップ起動コマンド
    *****************************************************************
        01 WS-RUN-ID                PIC X(8) VALUE SPACE.
        01 WS-RUN-TIME-8            PIC 9(8) VALUE ZERO.
        01 WS-PRIOR-RUN-ID          PIC X(8) VALUE SPACE.
        01 WS-STREAM-START-TS       PIC 9(14) VALUE ZERO.
        01 WS-STOPPED-STEP-NAME     PIC X(8) VALUE SPACE.
        01 WS-STEP-RC               PIC S9(9) COMP VALUE ZERO.
        01 WS-STEP-COMMAND          PIC X(200) VALUE SPACE.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "NIGHTLY JOB STREAM".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-RUN-LINE.
           13 FILLER                PIC X(7) VALUE "RUN ID ".
           13 WS-RR-RUN-ID          PIC X(8).
           13 FILLER                PIC X(12) VALUE "  RESTARTED ".
           13 WS-RR-RESTART         PIC X(1).
           13 FILLER                PIC X(9) VALUE "  STREAM ".
           13 WS-RR-RESULT          PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RR-STOP-TEXT       PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RR-STOP-STEP       PIC X(8).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(22)
                   VALUE "SEQ STEP     PROGRAM  ".
           13 FILLER                PIC X(22)
                   VALUE "MAX  RC START         ".
           13 FILLER                PIC X(28)
                   VALUE " END            OUTCOME".
        01 WS-RPT-DETAIL.
           13 WS-SD-SEQ             PIC ZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-STEP            PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-PROGRAM         PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-MAX-RC          PIC ZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-RC              PIC ZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-START-TS        PIC X(14).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-END-TS          PIC X(14).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-SD-OUTCOME         PIC X(12).
        01 WS-RPT-COUNT-LINE.
           13 WS-RCT-LABEL          PIC X(26).
           13 WS-RCT-COUNT          PIC ZZZZZZ9.

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 2000-LOAD-DEFINITION THRU 2000-EXIT
           END-IF.
           IF NOT OPEN-FAILED
              AND NOT DEFINITION-IN-ERROR
               PERFORM 3000-LOAD-STEP-LOG   THRU 3000-EXIT
           END-IF.
    **** ステップ記録が読めなければ再開の判断ができないので、
    **** ステップを 1 つも起動せずに 12 で終わる。
           IF NOT OPEN-FAILED
              AND NOT DEFINITION-IN-ERROR
               PERFORM 3500-DECIDE-RESTART  THRU 3500-EXIT
               PERFORM 4000-RUN-STREAM      THRU 4000-EXIT
               PERFORM 7000-PRINT-SUMMARY   THRU 7000-EXIT
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター取得と定義ファイルのオープン）
    *****************************************************************
        1000-INITIALIZE.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14        TO WS-STREAM-START-TS.
           DISPLAY "JOBBIN"            UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-BIN-AREA    FROM ENVIRONMENT-VALUE.
           IF WS-PARM-BIN-AREA = SPACE
               MOVE "."                TO WS-PARM-BIN-AREA
           END-IF.
           DISPLAY "JOBRSTRT"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-RESTART-AREA FROM ENVIRONMENT-VALUE.
           OPEN INPUT JOB-STREAM-DEF.
           IF WS-JOBSTRM-STATUS NOT = "00"
               DISPLAY "JOB-STREAM-DEF OPEN FAILED, STATUS="
                       WS-JOBSTRM-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  ストリーム定義の取込みと検査
    **** 1 行でも不正（ステップ名・プログラム空白、最大終了コード
    **** が数字でない、ステップ名重複、51 ステップ以上）なら
    **** ステップを 1 つも起動せずに 12 で終わる。
    *****************************************************************
        2000-LOAD-DEFINITION.
           PERFORM 2100-READ-DEFINITION THRU 2100-EXIT
               UNTIL JOBSTRM-EOF.
           CLOSE JOB-STREAM-DEF.
           IF WS-JS-STEP-COUNT = ZERO
              AND NOT DEFINITION-IN-ERROR
               DISPLAY "JOB STREAM DEFINITION HAS NO STEPS"
               SET DEFINITION-IN-ERROR TO TRUE
           END-IF.
           IF DEFINITION-IN-ERROR
               DISPLAY "JOB STREAM NOT STARTED, DEFINITION IN ERROR"
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        2000-EXIT.
           EXIT.

        2100-READ-DEFINITION.
           READ JOB-STREAM-DEF
               AT END
                   SET JOBSTRM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-DEF-LINE-COUNT.
           IF JOBDEF-COMMENT-IND = "*"
              OR JOB-STREAM-DEF-RECORD = SPACE
               GO TO 2100-EXIT
           END-IF.
           IF JOBDEF-STEP-NAME = SPACE
              OR JOBDEF-PROGRAM = SPACE
              OR JOBDEF-MAX-RC IS NOT NUMERIC
               DISPLAY "JOBSTRM LINE " WS-DEF-LINE-COUNT
                       " INVALID [" JOB-STREAM-DEF-RECORD "]"
               SET DEFINITION-IN-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE JOBDEF-STEP-NAME       TO WS-LOOKUP-STEP-NAME.
           PERFORM 3250-FIND-STEP THRU 3250-EXIT.
           IF STEP-FOUND
               DISPLAY "JOBSTRM LINE " WS-DEF-LINE-COUNT
                       " DUPLICATE STEP " JOBDEF-STEP-NAME
               SET DEFINITION-IN-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-JS-STEP-COUNT >= 50
               DISPLAY "JOBSTRM MORE THAN 50 STEPS"
               SET DEFINITION-IN-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JS-STEP-COUNT.
           MOVE WS-JS-STEP-COUNT       TO WS-JS-IX.
           MOVE JOBDEF-STEP-NAME       TO WS-JS-NAME (WS-JS-IX).
           MOVE JOBDEF-PROGRAM         TO WS-JS-PROGRAM (WS-JS-IX).
           MOVE JOBDEF-MAX-RC          TO WS-JS-MAX-RC (WS-JS-IX).
           MOVE JOBDEF-PARMS           TO WS-JS-PARMS (WS-JS-IX).
           MOVE "N"                    TO WS-JS-DONE-SW (WS-JS-IX).
           MOVE SPACE                  TO WS-JS-OUTCOME (WS-JS-IX).
           MOVE ZERO                   TO WS-JS-START-TS (WS-JS-IX)
                                          WS-JS-END-TS (WS-JS-IX)
                                          WS-JS-RC (WS-JS-IX).
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  ステップ実行記録の読込み
    **** 記録の最後のストリーム（最後に現れた実行 ID）について、
    **** 完了したステップと、ストリームが ENDED で終わったかを
    **** 拾う。最後の記録がステップ行のまま（実行中の異常終了）
    **** や STOPPED なら未完了とみなす。記録が無ければ初回。
    *****************************************************************
        3000-LOAD-STEP-LOG.
           OPEN INPUT JOB-STEP-LOG.
           IF WS-JOBLOG-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOB-STEP-LOG OPEN FAILED, STATUS="
                       WS-JOBLOG-STATUS
               DISPLAY "STREAM NOT STARTED"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-STEP-LOG THRU 3100-EXIT
               UNTIL JOBLOG-EOF.
           CLOSE JOB-STEP-LOG.
        3000-EXIT.
           EXIT.

        3100-READ-STEP-LOG.
           READ JOB-STEP-LOG
               AT END
                   SET JOBLOG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF JOBLOG-RUN-ID NOT = WS-PRIOR-RUN-ID
               MOVE JOBLOG-RUN-ID      TO WS-PRIOR-RUN-ID
               PERFORM 3300-CLEAR-DONE THRU 3300-EXIT
                   VARYING WS-JS-IX FROM 1 BY 1
                   UNTIL WS-JS-IX > WS-JS-STEP-COUNT
           END-IF.
           IF JOBLOG-STEP-SEQ = ZERO
               IF JOBLOG-ENDED
                   SET PRIOR-STREAM-ENDED TO TRUE
               ELSE
                   MOVE "N"            TO WS-PRIOR-ENDED-SW
               END-IF
               GO TO 3100-EXIT
           END-IF.
           MOVE "N"                    TO WS-PRIOR-ENDED-SW.
           IF NOT JOBLOG-COMPLETE
               GO TO 3100-EXIT
           END-IF.
           MOVE JOBLOG-STEP-NAME       TO WS-LOOKUP-STEP-NAME.
           PERFORM 3250-FIND-STEP THRU 3250-EXIT.
           IF STEP-FOUND
               MOVE "Y"                TO WS-JS-DONE-SW (WS-JS-MATCH-IX)
               MOVE JOBLOG-START-TS
                   TO WS-JS-START-TS (WS-JS-MATCH-IX)
               MOVE JOBLOG-END-TS      TO WS-JS-END-TS (WS-JS-MATCH-IX)
               MOVE JOBLOG-RETURN-CODE TO WS-JS-RC (WS-JS-MATCH-IX)
           END-IF.
        3100-EXIT.
           EXIT.

    **** WS-LOOKUP-STEP-NAME をステップ表から探す。
        3250-FIND-STEP.
           MOVE "N"                    TO WS-STEP-FOUND-SW.
           MOVE ZERO                   TO WS-JS-MATCH-IX.
           PERFORM 3260-COMPARE-STEP THRU 3260-EXIT
               VARYING WS-JS-FIND-IX FROM 1 BY 1
               UNTIL WS-JS-FIND-IX > WS-JS-STEP-COUNT
                  OR STEP-FOUND.
        3250-EXIT.
           EXIT.

        3260-COMPARE-STEP.
           IF WS-JS-NAME (WS-JS-FIND-IX) = WS-LOOKUP-STEP-NAME
               SET STEP-FOUND          TO TRUE
               MOVE WS-JS-FIND-IX      TO WS-JS-MATCH-IX
           END-IF.
        3260-EXIT.
           EXIT.

    **** 別の実行 ID の記録に移ったら、それまでの完了印を消す。
        3300-CLEAR-DONE.
           MOVE "N"                    TO WS-JS-DONE-SW (WS-JS-IX).
           MOVE ZERO                   TO WS-JS-START-TS (WS-JS-IX)
                                          WS-JS-END-TS (WS-JS-IX)
                                          WS-JS-RC (WS-JS-IX).
        3300-EXIT.
           EXIT.

    *****************************************************************
    **** 3500  再開か新規かの判定
    **** 前回ストリームが未完了なら、同じ実行 ID で失敗ステップ
    **** から再開する。JOBRSTRT=NO なら前回の完了印を捨てて新しい
    **** 実行 ID で最初から流す。実行 ID は procobc.cob と同じく
    **** 時刻（HHMMSSss）から採番する。
    *****************************************************************
        3500-DECIDE-RESTART.
           IF WS-PRIOR-RUN-ID NOT = SPACE
              AND NOT PRIOR-STREAM-ENDED
              AND WS-PARM-RESTART-AREA NOT = "NO"
               SET STREAM-RESTARTED    TO TRUE
               MOVE WS-PRIOR-RUN-ID    TO WS-RUN-ID
               DISPLAY "RESUMING INCOMPLETE STREAM, RUN ID=" WS-RUN-ID
               GO TO 3500-EXIT
           END-IF.
           IF WS-PRIOR-RUN-ID NOT = SPACE
              AND NOT PRIOR-STREAM-ENDED
               DISPLAY "JOBRSTRT=NO, INCOMPLETE STREAM "
                       WS-PRIOR-RUN-ID " NOT RESUMED"
           END-IF.
           PERFORM 3300-CLEAR-DONE THRU 3300-EXIT
               VARYING WS-JS-IX FROM 1 BY 1
               UNTIL WS-JS-IX > WS-JS-STEP-COUNT.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           MOVE WS-RUN-TIME-8          TO WS-RUN-ID.
           DISPLAY "NEW STREAM, RUN ID=" WS-RUN-ID.
        3500-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  ステップを記載順に実行する
    *****************************************************************
        4000-RUN-STREAM.
           PERFORM 4100-RUN-ONE-STEP THRU 4100-EXIT
               VARYING WS-JS-IX FROM 1 BY 1
               UNTIL WS-JS-IX > WS-JS-STEP-COUNT.
    **** ストリーム終了行（ENDED／STOPPED）を記録する。次回の起動は
    **** これを見て再開の要否を決める。
           MOVE SPACE                  TO JOB-LOG-RECORD.
           MOVE ZERO                   TO JOBLOG-STEP-SEQ.
           MOVE "*STREAM*"             TO JOBLOG-STEP-NAME.
           MOVE "JOBCTL"               TO JOBLOG-PROGRAM.
           MOVE WS-STREAM-START-TS     TO JOBLOG-START-TS.
           MOVE ZERO                   TO JOBLOG-MAX-RC.
           IF STREAM-STOPPED
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               SET JOBLOG-STOPPED      TO TRUE
               DISPLAY "JOB STREAM STOPPED AT STEP "
                       WS-STOPPED-STEP-NAME
           ELSE
               SET JOBLOG-ENDED        TO TRUE
               DISPLAY "JOB STREAM ENDED"
           END-IF.
           MOVE WS-HIGHEST-SEVERITY    TO JOBLOG-RETURN-CODE.
           PERFORM 6000-WRITE-STEP-LOG THRU 6000-EXIT.
        4000-EXIT.
           EXIT.

    **** 前回完了済みは飛ばし（その終了コードはストリームの終了
    **** コードに含める）、停止後のステップは起動しない。
        4100-RUN-ONE-STEP.
           IF JS-DONE-EARLIER (WS-JS-IX)
               MOVE "DONE EARLIER"     TO WS-JS-OUTCOME (WS-JS-IX)
               ADD 1 TO WS-STEPS-EARLIER-COUNT
               MOVE WS-JS-RC (WS-JS-IX) TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               DISPLAY "STEP " WS-JS-NAME (WS-JS-IX)
                       " ALREADY COMPLETE, SKIPPED"
               GO TO 4100-EXIT
           END-IF.
           IF STREAM-STOPPED
               MOVE "NOT RUN"          TO WS-JS-OUTCOME (WS-JS-IX)
               ADD 1 TO WS-STEPS-NOT-RUN-COUNT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-EXECUTE-STEP THRU 4200-EXIT.
        4100-EXIT.
           EXIT.

    *****************************************************************
    **** 4200  ステップ 1 つの起動
    **** パラメーターを環境変数の代入としてコマンドの前に置き、
    **** シェル経由で実行モジュールを起動する（代入はそのステップ
    **** の中だけで効き、後続ステップへ持ち越さない）。終了コード
    **** が許容最大値を超えたらストリームを止める。
    *****************************************************************
        4200-EXECUTE-STEP.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14        TO WS-JS-START-TS (WS-JS-IX).
           MOVE SPACE                  TO WS-STEP-COMMAND.
           STRING WS-JS-PARMS (WS-JS-IX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-PARM-BIN-AREA       DELIMITED BY SPACE
                  "/"                    DELIMITED BY SIZE
                  WS-JS-PROGRAM (WS-JS-IX) DELIMITED BY SPACE
                  LOW-VALUE              DELIMITED BY SIZE
                  INTO WS-STEP-COMMAND.
           DISPLAY "STEP " WS-JS-NAME (WS-JS-IX) " STARTED, PROGRAM="
                   WS-JS-PROGRAM (WS-JS-IX).
           ADD 1 TO WS-STEPS-RUN-COUNT.
           MOVE ZERO                   TO RETURN-CODE.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE            TO WS-STEP-RC.
           MOVE ZERO                   TO RETURN-CODE.
    **** シェルの待ち状態（終了コード×256）のまま返す実行環境も
    **** あるので、256 以上は 256 で割って終了コードに直す。
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           IF WS-STEP-RC < ZERO
              OR WS-STEP-RC > 999
               MOVE 999                TO WS-STEP-RC
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14        TO WS-JS-END-TS (WS-JS-IX).
           MOVE WS-STEP-RC             TO WS-JS-RC (WS-JS-IX).
           MOVE SPACE                  TO JOB-LOG-RECORD.
           IF WS-STEP-RC > WS-JS-MAX-RC (WS-JS-IX)
               MOVE "FAILED"           TO WS-JS-OUTCOME (WS-JS-IX)
               SET JOBLOG-FAILED       TO TRUE
               SET STREAM-STOPPED      TO TRUE
               MOVE WS-JS-NAME (WS-JS-IX) TO WS-STOPPED-STEP-NAME
               ADD 1 TO WS-STEPS-FAILED-COUNT
           ELSE
               MOVE "COMPLETE"         TO WS-JS-OUTCOME (WS-JS-IX)
               SET JOBLOG-COMPLETE     TO TRUE
               MOVE WS-STEP-RC         TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
           DISPLAY "STEP " WS-JS-NAME (WS-JS-IX) " ENDED, RC="
                   WS-JS-RC (WS-JS-IX) " MAX=" WS-JS-MAX-RC (WS-JS-IX)
                   " " WS-JS-OUTCOME (WS-JS-IX).
           MOVE WS-JS-IX               TO JOBLOG-STEP-SEQ.
           MOVE WS-JS-NAME (WS-JS-IX)  TO JOBLOG-STEP-NAME.
           MOVE WS-JS-PROGRAM (WS-JS-IX) TO JOBLOG-PROGRAM.
           MOVE WS-JS-START-TS (WS-JS-IX) TO JOBLOG-START-TS.
           MOVE WS-JS-MAX-RC (WS-JS-IX) TO JOBLOG-MAX-RC.
           MOVE WS-JS-RC (WS-JS-IX)    TO JOBLOG-RETURN-CODE.
           PERFORM 6000-WRITE-STEP-LOG THRU 6000-EXIT.
        4200-EXIT.
           EXIT.

    *****************************************************************
    **** 6000  ステップ実行記録の追記
    **** 1 行ごとに開いて閉じ、コントローラー自身が途中で落ちても
    **** それまでの記録が残るようにする。ファイルが無い初回は新規
    **** 作成する。
    *****************************************************************
        6000-WRITE-STEP-LOG.
           MOVE WS-RUN-ID              TO JOBLOG-RUN-ID.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14        TO JOBLOG-END-TS.
           OPEN EXTEND JOB-STEP-LOG.
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-STEP-LOG
           END-IF.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOB-STEP-LOG OPEN FAILED, STATUS="
                       WS-JOBLOG-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 6000-EXIT
           END-IF.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-STEP-LOG.
        6000-EXIT.
           EXIT.

    *****************************************************************
    **** 7000  夜間終了時の総括（全ステップの結果を 1 頁に）
    *****************************************************************
        7000-PRINT-SUMMARY.
           OPEN OUTPUT JOB-SUMMARY-REPORT.
           IF WS-JOBSUMRP-STATUS NOT = "00"
               DISPLAY "JOB-SUMMARY-REPORT OPEN FAILED, STATUS="
                       WS-JOBSUMRP-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 7000-EXIT
           END-IF.
           PERFORM 8100-SUMMARY-PAGE-HEADING THRU 8100-EXIT.
           PERFORM 7100-PRINT-STEP-LINE THRU 7100-EXIT
               VARYING WS-JS-IX FROM 1 BY 1
               UNTIL WS-JS-IX > WS-JS-STEP-COUNT.
           MOVE SPACE                  TO JOB-SUMMARY-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "STEPS RUN THIS TIME   =" TO WS-RCT-LABEL.
           MOVE WS-STEPS-RUN-COUNT     TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "STEPS DONE EARLIER    =" TO WS-RCT-LABEL.
           MOVE WS-STEPS-EARLIER-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "STEPS FAILED          =" TO WS-RCT-LABEL.
           MOVE WS-STEPS-FAILED-COUNT  TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "STEPS NOT RUN         =" TO WS-RCT-LABEL.
           MOVE WS-STEPS-NOT-RUN-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           CLOSE JOB-SUMMARY-REPORT.
        7000-EXIT.
           EXIT.

        7100-PRINT-STEP-LINE.
           MOVE WS-JS-IX               TO WS-SD-SEQ.
           MOVE WS-JS-NAME (WS-JS-IX)  TO WS-SD-STEP.
           MOVE WS-JS-PROGRAM (WS-JS-IX) TO WS-SD-PROGRAM.
           MOVE WS-JS-MAX-RC (WS-JS-IX) TO WS-SD-MAX-RC.
           MOVE WS-JS-RC (WS-JS-IX)    TO WS-SD-RC.
           IF WS-JS-START-TS (WS-JS-IX) = ZERO
               MOVE SPACE              TO WS-SD-START-TS
                                          WS-SD-END-TS
           ELSE
               MOVE WS-JS-START-TS (WS-JS-IX) TO WS-SD-START-TS
               MOVE WS-JS-END-TS (WS-JS-IX)   TO WS-SD-END-TS
           END-IF.
           MOVE WS-JS-OUTCOME (WS-JS-IX) TO WS-SD-OUTCOME.
           MOVE WS-RPT-DETAIL          TO JOB-SUMMARY-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        7100-EXIT.
           EXIT.

        8000-WRITE-REPORT-LINE.
           WRITE JOB-SUMMARY-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 見出し・実行 ID 行・欄見出しを印字する（50 ステップと
    **** 件数行まで 1 頁に収まる）。
        8100-SUMMARY-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE             TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER     TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1       TO JOB-SUMMARY-RECORD.
           WRITE JOB-SUMMARY-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-ID              TO WS-RR-RUN-ID.
           IF STREAM-RESTARTED
               MOVE "Y"                TO WS-RR-RESTART
           ELSE
               MOVE "N"                TO WS-RR-RESTART
           END-IF.
           IF STREAM-STOPPED
               MOVE "STOPPED"          TO WS-RR-RESULT
               MOVE "AT STEP"          TO WS-RR-STOP-TEXT
               MOVE WS-STOPPED-STEP-NAME TO WS-RR-STOP-STEP
           ELSE
               MOVE "ENDED"            TO WS-RR-RESULT
               MOVE SPACE              TO WS-RR-STOP-TEXT
                                          WS-RR-STOP-STEP
           END-IF.
           MOVE WS-RPT-RUN-LINE        TO JOB-SUMMARY-RECORD.
           WRITE JOB-SUMMARY-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING     TO JOB-SUMMARY-RECORD.
           WRITE JOB-SUMMARY-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE                  TO JOB-SUMMARY-RECORD.
           WRITE JOB-SUMMARY-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                      TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE      TO JOB-SUMMARY-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        8200-EXIT.
           EXIT.

    *****************************************************************
    **** 9000  日付＋時刻 14 桁タイムスタンプの編集
    *****************************************************************
        9000-BUILD-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-TIMESTAMP-14.
        9000-EXIT.
           EXIT.

    *****************************************************************
    **** 9100  終了コード重大度の更新（高い方を保持する）
    *****************************************************************
        9100-SET-SEVERITY.
           IF WS-NEW-SEVERITY > WS-HIGHEST-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-HIGHEST-SEVERITY
           END-IF.
        9100-EXIT.
           EXIT.
