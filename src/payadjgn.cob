    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 PAYADJGN.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  ACROSS-THE-BOARD PAY ADJUSTMENT
    ****                   GENERATOR: READ THE ADJPOLCY POLICY FILE
    ****                   (DEPARTMENT OR RANGE, PERCENT OR FLAT
    ****                   AMOUNT, REASON CODE, EFFECTIVE DATE,
    ****                   ROUNDING RULE), SELECT THE ACTIVE EMP ROWS
    ****                   IN SCOPE THAT ARE ALSO ACTIVE ON EMPMAST,
    ****                   AND WRITE ONE SC RECORD PER EMPLOYEE TO A
    ****                   TRANIN-FORMAT BATCH (ADJTRAN) WITH A BH
    ****                   HEADER AND A BT TRAILER THAT BALANCES IN
    ****                   THE MAIN BATCH VERIFICATION PASS.  THE
    ****                   BATCH NUMBER STARTS AT ADJBTCH (DEFAULT
    ****                   800001) AND SKIPS NUMBERS ON PBREGST.  THE
    ****                   ADJPRVW PREVIEW REGISTER SHOWS HEADCOUNT,
    ****                   OLD TOTAL, NEW TOTAL AND COST BY
    ****                   DEPARTMENT FOR SIGN-OFF.  RETURN CODES:
    ****                   0 CLEAN, 4 EMPLOYEES SKIPPED OR A POLICY
    ****                   LINE MATCHED NOBODY, 12 CONNECT/OPEN/SQL
    ****                   FAILURE, POLICY REJECTED OR NO FREE BATCH
    ****                   NUMBER (NO BATCH IS WRITTEN).
    **** 2026-10-15  K.O.  A CURSOR OPEN/FETCH FAILURE NO LONGER
    ****                   LEAVES A PARTIAL BATCH WITH A BALANCING BT:
    ****                   ADJTRAN IS EMPTIED INSTEAD.
    **** 2026-10-15  K.O.  PREVIEW SHOWS THE FULL 20-BYTE DEPTREF NAME.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 人事部門より届く一律改定の方針ファイル
           SELECT POLICY-FILE       ASSIGN TO "ADJPOLCY"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ADJPOLCY-STATUS.
    **** 社員マスター（在職区分の確認に読む）
           SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS WRK-ITEM1
                                     FILE STATUS IS WS-EMPMAST-STATUS.
    **** 部門参照ファイル（プレビューの部門名印字に読む）
           SELECT DEPARTMENT-REF    ASSIGN TO "DEPTREF"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS DEPT-REF-NUMBER
                                     FILE STATUS IS WS-DEPTREF-STATUS.
    **** 転記済みバッチ登記ファイル（バッチ番号の重複回避に読む）
           SELECT POSTED-BATCH-FILE ASSIGN TO "PBREGST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PBREG-BATCH-NUMBER
                                     FILE STATUS IS WS-PBREGST-STATUS.
    **** 生成した SC バッチ（BH／明細／BT）。承認後に SAMPLE-13
    **** の TRANIN に割り当てて流す。
           SELECT ADJUST-BATCH      ASSIGN TO "ADJTRAN"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ADJTRAN-STATUS.
    **** 部門別プレビュー登記簿（財務部門の承認用）
           SELECT PREVIEW-REPORT    ASSIGN TO "ADJPRVW"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ADJPRVW-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** 方針 1 行：部門（範囲終端が空白なら単一部門）、方式
    **** （P=率 F=定額）、率（小数 2 桁の百分率）または定額、理由
    **** コード、発効日、端数処理（C=銭位四捨五入 W=円位四捨五入
    **** U=円位切上げ T=円位切捨て、空白は C）。
        FD  POLICY-FILE.
        01 POLICY-RECORD.
           13 POL-DEPT-FROM         PIC 9(4).
           13 POL-DEPT-THRU         PIC 9(4).
           13 POL-METHOD            PIC X(1).
              88 POL-METHOD-PERCENT         VALUE "P".
              88 POL-METHOD-FLAT            VALUE "F".
           13 POL-PERCENT           PIC 9(3)V99.
           13 POL-FLAT-AMOUNT       PIC 9(5)V99.
           13 POL-REASON-CODE       PIC X(4).
           13 POL-EFFECTIVE-DATE    PIC 9(8).
           13 POL-ROUND-RULE        PIC X(1).
              88 POL-ROUND-VALID            VALUE "C" "W" "U" "T"
                                                  SPACE.
           13 FILLER                PIC X(46).

    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  EMPLOYEE-MASTER.
        COPY "empmstrc.cpy".

        FD  DEPARTMENT-REF.
        COPY "deptrfrc.cpy".

        FD  POSTED-BATCH-FILE.
        COPY "pbregrc.cpy".

        FD  ADJUST-BATCH.
        COPY "tranxrec.cpy".

        FD  PREVIEW-REPORT.
        01 PREVIEW-REPORT-RECORD    PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-ADJPOLCY-STATUS       PIC X(2) VALUE "00".
        01 WS-EMPMAST-STATUS        PIC X(2) VALUE "00".
        01 WS-DEPTREF-STATUS        PIC X(2) VALUE "00".
        01 WS-PBREGST-STATUS        PIC X(2) VALUE "00".
        01 WS-ADJTRAN-STATUS        PIC X(2) VALUE "00".
        01 WS-ADJPRVW-STATUS        PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=正常 4=対象外あり 12=接続／オープン／SQL
    **** 障害・方針拒否）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 開始バッチ番号パラメーター（環境変数 ADJBTCH）
    **** 一律改定バッチの番号は 800001 から上を使い、登記済みの
    **** 番号は飛ばす（保留解除バッチの 900001 台とも分けている）。
    *****************************************************************
        01 WS-PARM-BATCH-AREA       PIC X(6) VALUE SPACE.
        01 WS-START-BATCH-NUMBER    PIC 9(6) VALUE 800001.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-REFUSED-SW            PIC X(1) VALUE "N".
           88 RUN-REFUSED                    VALUE "Y".
        01 WS-DEPTREF-OPEN-SW       PIC X(1) VALUE "N".
           88 DEPTREF-OPEN                   VALUE "Y".
        01 WS-POLICY-EOF-SW         PIC X(1) VALUE "N".
           88 POLICY-EOF                     VALUE "Y".
        01 WS-EMP-EOF-SW            PIC X(1) VALUE "N".
           88 EMP-FETCH-EOF                  VALUE "Y".
        01 WS-BATCH-FREE-SW         PIC X(1) VALUE "N".
           88 BATCH-NUMBER-FREE              VALUE "Y".
           88 BATCH-NUMBER-EXHAUSTED         VALUE "X".
        01 WS-FIRST-ROW-SW          PIC X(1) VALUE "Y".
           88 FIRST-ROW                      VALUE "Y".
        01 WS-POLICY-READ-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
        01 WS-POLICY-REJECT-COUNT   PIC S9(5) COMP-3 VALUE ZERO.
        01 WS-ROWS-FETCHED          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-GENERATED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-SKIPPED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-OUT-OF-SCOPE-COUNT    PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 方針表（最大 50 行。検証済みの行だけを載せる）
    *****************************************************************
        01 WS-POLICY-COUNT          PIC S9(4) COMP VALUE ZERO.
        01 WS-POLICY-IX             PIC S9(4) COMP VALUE ZERO.
        01 WS-MATCH-IX              PIC S9(4) COMP VALUE ZERO.
        01 WS-POLICY-TAB.
           13 WS-POLICY-ENTRY       OCCURS 50 TIMES.
              15 WS-PT-DEPT-FROM    PIC 9(4).
              15 WS-PT-DEPT-THRU    PIC 9(4).
              15 WS-PT-METHOD       PIC X(1).
              15 WS-PT-PERCENT      PIC 9(3)V99.
              15 WS-PT-FLAT-AMOUNT  PIC 9(5)V99.
              15 WS-PT-REASON-CODE  PIC X(4).
              15 WS-PT-EFF-DATE     PIC 9(8).
              15 WS-PT-ROUND-RULE   PIC X(1).
              15 WS-PT-MATCH-COUNT  PIC S9(7) COMP-3.
        01 WS-SCOPE-FROM            PIC 9(4) VALUE 9999.
        01 WS-SCOPE-THRU            PIC 9(4) VALUE ZERO.
        01 WS-CHECK-THRU            PIC 9(4) VALUE ZERO.
        01 WS-REJECT-REASON         PIC X(24) VALUE SPACE.

    *****************************************************************
    **** 改定額の算出ワーク
    *****************************************************************
        01 WS-ADJ-RAW               PIC S9(7)V9(4) COMP-3 VALUE ZERO.
        01 WS-ADJ-WHOLE             PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ADJ-NEW               PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-SKIP-REASON           PIC X(24) VALUE SPACE.

    *****************************************************************
    **** バッチ制御ワーク（BH／BT の値）
    **** 集計の仕方は procobc.cob 2520 の検証パスと同じにする。
    *****************************************************************
        01 WS-ADJ-BATCH-NUMBER      PIC 9(6) VALUE ZERO.
        01 WS-ADJ-EMP-HASH          PIC S9(11) COMP-3 VALUE ZERO.
        01 WS-ADJ-SALARY-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** 部門別・総合計の集計ワーク
    *****************************************************************
        01 WS-BRK-DEPT              PIC 9(4) VALUE ZERO.
        01 WS-DEPT-HEADCOUNT        PIC S9(5) COMP-3 VALUE ZERO.
        01 WS-DEPT-OLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-DEPT-NEW-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-GRAND-HEADCOUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-GRAND-OLD-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-GRAND-NEW-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-LOOKUP-DEPT-NAME      PIC X(20) VALUE SPACE.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "PAY ADJUSTMENT PREVIEW".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(6) VALUE "  ENV ".
           13 WS-RH1-ENV            PIC X(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-HEADING-2.
           13 FILLER                PIC X(13)
                   VALUE "SC BATCH NO. ".
           13 WS-RH2-BATCH          PIC 9(6).
           13 FILLER                PIC X(30)
                   VALUE "  FOR SIGN-OFF BEFORE RELEASE".
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(26) VALUE "DEPT NAME".
           13 FILLER                PIC X(6)  VALUE " HEADS".
           13 FILLER                PIC X(15)
                   VALUE "      OLD-TOTAL".
           13 FILLER                PIC X(15)
                   VALUE "      NEW-TOTAL".
           13 FILLER                PIC X(15)
                   VALUE "           COST".
        01 WS-RPT-DEPT-LINE.
           13 WS-RDL-DEPT           PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RDL-NAME           PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RDL-HEADS          PIC ZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RDL-OLD-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RDL-NEW-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RDL-COST           PIC -ZZ,ZZZ,ZZ9.99.
        01 WS-RPT-GRAND-LINE.
           13 FILLER                PIC X(16) VALUE "GRAND TOTAL".
           13 WS-RGL-HEADS          PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RGL-OLD-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RGL-NEW-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RGL-COST           PIC -Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-RPT-POLICY-LINE.
           13 FILLER                PIC X(5) VALUE "LINE ".
           13 WS-RPL-LINE-NO        PIC ZZ9.
           13 FILLER                PIC X(7) VALUE " DEPTS ".
           13 WS-RPL-FROM           PIC 9(4).
           13 FILLER                PIC X(1) VALUE "-".
           13 WS-RPL-THRU           PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RPL-METHOD         PIC X(7).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RPL-AMOUNT         PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(5) VALUE " RSN ".
           13 WS-RPL-REASON         PIC X(4).
           13 FILLER                PIC X(5) VALUE " EFF ".
           13 WS-RPL-EFF-DATE       PIC 9(8).
           13 FILLER                PIC X(5) VALUE " RND ".
           13 WS-RPL-ROUND          PIC X(1).
        01 WS-RPT-POLICY-REJECT.
           13 FILLER                PIC X(5) VALUE "LINE ".
           13 WS-RPR-LINE-NO        PIC ZZ9.
           13 FILLER                PIC X(11) VALUE " REJECTED: ".
           13 WS-RPR-REASON         PIC X(24).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RPR-IMAGE          PIC X(34).
        01 WS-RPT-SKIP-LINE.
           13 FILLER                PIC X(6) VALUE "  EMP ".
           13 WS-RSK-EMP-NUMBER     PIC 9(5).
           13 FILLER                PIC X(6) VALUE " DEPT ".
           13 WS-RSK-DEPT           PIC 9(4).
           13 FILLER                PIC X(10) VALUE " SKIPPED: ".
           13 WS-RSK-REASON         PIC X(24).
        01 WS-RPT-COUNT-LINE.
           13 WS-RCT-LABEL          PIC X(20).
           13 WS-RCT-COUNT          PIC ZZZZZ9.
        01 WS-RPT-PRINT-LINE        PIC X(80) VALUE SPACE.

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).

    *****************************************************************
    **** データベース接続用ワーク（ENVNAME2／ENVDATA は procobc.cob
    **** と同じ規約で TNS 接続別名を選ぶ）。
    *****************************************************************
        01 ENVNAME1                 PIC X(9) VALUE "ORAENV".
        01 ENVNAME2                 PIC X(8).

        EXEC SQL INCLUDE SQLCA END-EXEC.

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01 ENVDATA         PIC X(20).
         01 ORACLE-USERID   PIC X(20).
         01 ORACLE_P        PIC X(20).
         01 SEL-DEPT-FROM   PIC S9(4) COMP VALUE ZERO.
         01 SEL-DEPT-THRU   PIC S9(4) COMP VALUE ZERO.
         01 CUR-EMP-NUMBER  PIC 9(5)       VALUE ZERO.
         01 CUR-SALARY      PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 CUR-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 1100-SELECT-ENVIRONMENT  THRU 1100-EXIT.
           PERFORM 1150-CONNECT-DATABASE    THRU 1150-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 1300-ASSIGN-BATCH-NUMBER THRU 1300-EXIT
               PERFORM 1200-LOAD-POLICY     THRU 1200-EXIT
    **** 方針に 1 行でも不備があれば、どの行も生成しない（一部の
    **** 部門だけ改定されたバッチが承認に回るのを防ぐ）。
               IF NOT RUN-REFUSED
                   PERFORM 2000-GENERATE-ADJUSTMENTS THRU 2000-EXIT
                   IF WS-HIGHEST-SEVERITY < 12
                       PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
                   ELSE
                       PERFORM 3100-DISCARD-BATCH THRU 3100-EXIT
                   END-IF
               ELSE
                   DISPLAY "RUN REFUSED: NO ADJUSTMENT BATCH WRITTEN"
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               END-IF
               PERFORM 4000-WRITE-TOTALS    THRU 4000-EXIT
               CLOSE POLICY-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE ADJUST-BATCH
               CLOSE PREVIEW-REPORT
               IF DEPTREF-OPEN
                   CLOSE DEPARTMENT-REF
               END-IF
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター取得とファイルのオープン）
    **** 生成バッチは方針を拒否した実行でも OUTPUT で開き直し、
    **** 前回の生成物が残って誤って流されないようにする。
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "ADJBTCH"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-BATCH-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-BATCH-AREA IS NUMERIC
              AND WS-PARM-BATCH-AREA NOT = ZERO
               MOVE WS-PARM-BATCH-AREA TO WS-START-BATCH-NUMBER
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           OPEN INPUT POLICY-FILE.
           IF WS-ADJPOLCY-STATUS NOT = "00"
               DISPLAY "POLICY-FILE OPEN FAILED, STATUS="
                       WS-ADJPOLCY-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ADJUST-BATCH.
           IF WS-ADJTRAN-STATUS NOT = "00"
               DISPLAY "ADJUST-BATCH OPEN FAILED, STATUS="
                       WS-ADJTRAN-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PREVIEW-REPORT.
           IF WS-ADJPRVW-STATUS NOT = "00"
               DISPLAY "PREVIEW-REPORT OPEN FAILED, STATUS="
                       WS-ADJPRVW-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
    **** 部門参照は部門名の印字にだけ使う。開けなくても生成は
    **** 続け、名称欄を空けておく。
           OPEN INPUT DEPARTMENT-REF.
           IF WS-DEPTREF-STATUS = "00"
               SET DEPTREF-OPEN TO TRUE
           ELSE
               DISPLAY "DEPARTMENT-REF OPEN FAILED, STATUS="
                       WS-DEPTREF-STATUS ", NAMES NOT PRINTED"
           END-IF.
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 1100  接続先環境の選択（procobc.cob と同じ規約）
    *****************************************************************
        1100-SELECT-ENVIRONMENT.
           DISPLAY ENVNAME1            UPON ENVIRONMENT-NAME.
           ACCEPT  ENVNAME2            FROM ENVIRONMENT-VALUE.
           EVALUATE ENVNAME2
               WHEN "DEV"
                   MOVE "DEVTNS"       TO ENVDATA
               WHEN "TEST"
                   MOVE "TESTTNS"      TO ENVDATA
               WHEN "PROD"
                   MOVE "PRODTNS"      TO ENVDATA
               WHEN OTHER
                   MOVE "DEVTNS"       TO ENVDATA
           END-EVALUATE.
           DISPLAY "ENVNAME2 IS [" ENVNAME2 "]".
           DISPLAY "ENVDATA  IS [" ENVDATA  "]".
        1100-EXIT.
           EXIT.

    *****************************************************************
    **** 1150  ORACLE_P をマスクしたまま Oracle へ接続する。
    ****       パスワードは画面／ログへ出さない。
    *****************************************************************
        1150-CONNECT-DATABASE.
           DISPLAY "ORACLE_USERID"     UPON ENVIRONMENT-NAME.
           ACCEPT  ORACLE-USERID       FROM ENVIRONMENT-VALUE.
           DISPLAY "ORACLW_PWD"        UPON ENVIRONMENT-NAME.
           ACCEPT  ORACLE_P            FROM ENVIRONMENT-VALUE.
           EXEC SQL
               CONNECT :ORACLE-USERID IDENTIFIED BY :ORACLE_P
                   USING :ENVDATA
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "ORACLE CONNECT FAILED, SQLCODE=" SQLCODE
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           ELSE
               DISPLAY "ORACLE CONNECT OK, ENVIRONMENT=" ENVNAME2
           END-IF.
        1150-EXIT.
           EXIT.

    *****************************************************************
    **** 1200  方針ファイルの読込みと検証
    **** 検証を通った行だけを方針表に載せ、全行をプレビューに
    **** 印字する。不備な行が 1 行でもあれば実行を拒否する。
    *****************************************************************
        1200-LOAD-POLICY.
           PERFORM 1250-READ-POLICY-LINE THRU 1250-EXIT
               UNTIL POLICY-EOF.
           IF WS-POLICY-COUNT = ZERO
               AND WS-POLICY-REJECT-COUNT = ZERO
               DISPLAY "POLICY FILE IS EMPTY"
               SET RUN-REFUSED TO TRUE
           END-IF.
           IF WS-POLICY-REJECT-COUNT > ZERO
               DISPLAY "POLICY LINES REJECTED=" WS-POLICY-REJECT-COUNT
               SET RUN-REFUSED TO TRUE
           END-IF.
        1200-EXIT.
           EXIT.

    **** 方針 1 行を読み、検証する。空行は読み飛ばす。
        1250-READ-POLICY-LINE.
           READ POLICY-FILE
               AT END
                   SET POLICY-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF POLICY-RECORD = SPACE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-POLICY-READ-COUNT.
           MOVE SPACE TO WS-REJECT-REASON.
           IF POL-DEPT-THRU IS NUMERIC
              AND POL-DEPT-THRU NOT = ZERO
               MOVE POL-DEPT-THRU    TO WS-CHECK-THRU
           ELSE
               MOVE POL-DEPT-FROM    TO WS-CHECK-THRU
           END-IF.
           EVALUATE TRUE
               WHEN POL-DEPT-FROM IS NOT NUMERIC
                   MOVE "DEPT NOT NUMERIC"    TO WS-REJECT-REASON
               WHEN POL-DEPT-FROM > WS-CHECK-THRU
                   MOVE "DEPT RANGE REVERSED" TO WS-REJECT-REASON
               WHEN NOT POL-METHOD-PERCENT
                AND NOT POL-METHOD-FLAT
                   MOVE "METHOD NOT P OR F"   TO WS-REJECT-REASON
               WHEN POL-METHOD-PERCENT
                AND (POL-PERCENT IS NOT NUMERIC
                     OR POL-PERCENT = ZERO)
                   MOVE "PERCENT INVALID"     TO WS-REJECT-REASON
               WHEN POL-METHOD-FLAT
                AND (POL-FLAT-AMOUNT IS NOT NUMERIC
                     OR POL-FLAT-AMOUNT = ZERO)
                   MOVE "FLAT AMOUNT INVALID" TO WS-REJECT-REASON
               WHEN POL-REASON-CODE = SPACE
                   MOVE "REASON CODE MISSING" TO WS-REJECT-REASON
               WHEN POL-EFFECTIVE-DATE IS NOT NUMERIC
                 OR POL-EFFECTIVE-DATE = ZERO
                   MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
               WHEN NOT POL-ROUND-VALID
                   MOVE "ROUNDING RULE INVALID" TO WS-REJECT-REASON
               WHEN WS-POLICY-COUNT >= 50
                   MOVE "MORE THAN 50 LINES"  TO WS-REJECT-REASON
           END-EVALUATE.
    **** 範囲が既に受け付けた行と重なると、同じ社員が二重に改定
    **** されるので拒否する。
           IF WS-REJECT-REASON = SPACE
               PERFORM 1260-CHECK-OVERLAP THRU 1260-EXIT
                   VARYING WS-POLICY-IX FROM 1 BY 1
                   UNTIL WS-POLICY-IX > WS-POLICY-COUNT
           END-IF.
           IF WS-REJECT-REASON NOT = SPACE
               ADD 1 TO WS-POLICY-REJECT-COUNT
               MOVE WS-POLICY-READ-COUNT TO WS-RPR-LINE-NO
               MOVE WS-REJECT-REASON     TO WS-RPR-REASON
               MOVE POLICY-RECORD        TO WS-RPR-IMAGE
               MOVE WS-RPT-POLICY-REJECT TO WS-RPT-PRINT-LINE
               PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-POLICY-COUNT.
           MOVE WS-POLICY-COUNT      TO WS-POLICY-IX.
           MOVE POL-DEPT-FROM        TO WS-PT-DEPT-FROM (WS-POLICY-IX).
           MOVE WS-CHECK-THRU        TO WS-PT-DEPT-THRU (WS-POLICY-IX).
           MOVE POL-METHOD           TO WS-PT-METHOD (WS-POLICY-IX).
           MOVE ZERO                 TO WS-PT-PERCENT (WS-POLICY-IX).
           MOVE ZERO              TO WS-PT-FLAT-AMOUNT (WS-POLICY-IX).
           IF POL-METHOD-PERCENT
               MOVE POL-PERCENT      TO WS-PT-PERCENT (WS-POLICY-IX)
               MOVE POL-PERCENT      TO WS-RPL-AMOUNT
               MOVE "PERCENT"        TO WS-RPL-METHOD
           ELSE
               MOVE POL-FLAT-AMOUNT
                   TO WS-PT-FLAT-AMOUNT (WS-POLICY-IX)
               MOVE POL-FLAT-AMOUNT  TO WS-RPL-AMOUNT
               MOVE "FLAT"           TO WS-RPL-METHOD
           END-IF.
           MOVE POL-REASON-CODE   TO WS-PT-REASON-CODE (WS-POLICY-IX).
           MOVE POL-EFFECTIVE-DATE   TO WS-PT-EFF-DATE (WS-POLICY-IX).
           IF POL-ROUND-RULE = SPACE
               MOVE "C"          TO WS-PT-ROUND-RULE (WS-POLICY-IX)
           ELSE
               MOVE POL-ROUND-RULE
                                 TO WS-PT-ROUND-RULE (WS-POLICY-IX)
           END-IF.
           MOVE ZERO             TO WS-PT-MATCH-COUNT (WS-POLICY-IX).
           IF POL-DEPT-FROM < WS-SCOPE-FROM
               MOVE POL-DEPT-FROM    TO WS-SCOPE-FROM
           END-IF.
           IF WS-CHECK-THRU > WS-SCOPE-THRU
               MOVE WS-CHECK-THRU    TO WS-SCOPE-THRU
           END-IF.
           MOVE WS-POLICY-READ-COUNT TO WS-RPL-LINE-NO.
           MOVE POL-DEPT-FROM        TO WS-RPL-FROM.
           MOVE WS-CHECK-THRU        TO WS-RPL-THRU.
           MOVE POL-REASON-CODE      TO WS-RPL-REASON.
           MOVE POL-EFFECTIVE-DATE   TO WS-RPL-EFF-DATE.
           MOVE WS-PT-ROUND-RULE (WS-POLICY-IX) TO WS-RPL-ROUND.
           MOVE WS-RPT-POLICY-LINE   TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
        1250-EXIT.
           EXIT.

    **** 受付済みの 1 行と範囲が重なるかを調べる。
        1260-CHECK-OVERLAP.
           IF POL-DEPT-FROM NOT > WS-PT-DEPT-THRU (WS-POLICY-IX)
              AND WS-CHECK-THRU NOT < WS-PT-DEPT-FROM (WS-POLICY-IX)
               MOVE "RANGE OVERLAPS ANOTHER" TO WS-REJECT-REASON
           END-IF.
        1260-EXIT.
           EXIT.

    *****************************************************************
    **** 1300  一律改定バッチ番号の採番
    **** 開始番号から順に転記済みバッチ登記を引き、登記されて
    **** いない最初の番号を使う（holdrlse.cob と同じ手順）。
    *****************************************************************
        1300-ASSIGN-BATCH-NUMBER.
           MOVE WS-START-BATCH-NUMBER TO WS-ADJ-BATCH-NUMBER.
           OPEN INPUT POSTED-BATCH-FILE.
           IF WS-PBREGST-STATUS = "35"
               DISPLAY "NO POSTED-BATCH REGISTER, STATUS="
                       WS-PBREGST-STATUS
               GO TO 1300-EXIT
           END-IF.
           IF WS-PBREGST-STATUS NOT = "00"
               DISPLAY "POSTED-BATCH-FILE OPEN FAILED, STATUS="
                       WS-PBREGST-STATUS
               SET RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-BATCH-FREE-SW.
           PERFORM 1350-PROBE-BATCH-NUMBER THRU 1350-EXIT
               UNTIL BATCH-NUMBER-FREE OR BATCH-NUMBER-EXHAUSTED.
           CLOSE POSTED-BATCH-FILE.
           IF BATCH-NUMBER-EXHAUSTED
               DISPLAY "NO FREE BATCH NUMBER FROM "
                       WS-START-BATCH-NUMBER
               DISPLAY "SET ADJBTCH TO A FREE RANGE"
               SET RUN-REFUSED TO TRUE
           END-IF.
        1300-EXIT.
           EXIT.

    **** 候補番号 1 件を登記ファイルで引く。登記済みなら次へ進む。
        1350-PROBE-BATCH-NUMBER.
           MOVE WS-ADJ-BATCH-NUMBER  TO PBREG-BATCH-NUMBER.
           READ POSTED-BATCH-FILE
               KEY IS PBREG-BATCH-NUMBER
               INVALID KEY
                   SET BATCH-NUMBER-FREE TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF WS-ADJ-BATCH-NUMBER = 999999
               SET BATCH-NUMBER-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-ADJ-BATCH-NUMBER
           END-IF.
        1350-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  対象社員の抽出と SC レコードの生成
    **** 方針の部門範囲全体を包む範囲で在職中の EMP 行を部門順に
    **** 読み、部門替わりごとにプレビューの部門行を印字する。
    *****************************************************************
        2000-GENERATE-ADJUSTMENTS.
    **** バッチヘッダー。社員番号・発効日の欄はゼロ埋めとする。
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BH"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           MOVE WS-ADJ-BATCH-NUMBER  TO TRANX-BH-BATCH-NUMBER.
           MOVE WS-TS-DATE           TO TRANX-BH-CREATE-DATE.
           WRITE TRANX-RECORD.
           MOVE WS-SCOPE-FROM        TO SEL-DEPT-FROM.
           MOVE WS-SCOPE-THRU        TO SEL-DEPT-THRU.
    **** 在職区分は旧データでは空のことがあるので NVL で補う。
           EXEC SQL
               DECLARE ADJEMP-CURSOR CURSOR FOR
                   SELECT EMP_NUMBER, SALARY, DEPT_NUMBER
                     FROM EMP
                    WHERE DEPT_NUMBER BETWEEN :SEL-DEPT-FROM
                                          AND :SEL-DEPT-THRU
                      AND NVL(EMP_STATUS, 'A') = 'A'
                    ORDER BY DEPT_NUMBER, EMP_NUMBER
           END-EXEC.
           EXEC SQL OPEN ADJEMP-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "ADJEMP-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FETCH-EMP-ROW THRU 2100-EXIT
               UNTIL EMP-FETCH-EOF.
           EXEC SQL CLOSE ADJEMP-CURSOR END-EXEC.
           IF NOT FIRST-ROW
               PERFORM 2400-WRITE-DEPT-LINE THRU 2400-EXIT
           END-IF.
    **** 誰にも当たらなかった方針行は範囲の打鍵違いの疑いがある。
           PERFORM 2500-CHECK-POLICY-USED THRU 2500-EXIT
               VARYING WS-POLICY-IX FROM 1 BY 1
               UNTIL WS-POLICY-IX > WS-POLICY-COUNT.
        2000-EXIT.
           EXIT.

    **** EMP 1 行を取り込み、部門替わりを判定して改定する。
        2100-FETCH-EMP-ROW.
           EXEC SQL
               FETCH ADJEMP-CURSOR
                INTO :CUR-EMP-NUMBER, :CUR-SALARY, :CUR-DEPT-NUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET EMP-FETCH-EOF TO TRUE
                   GO TO 2100-EXIT
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "ADJEMP-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET EMP-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.
           ADD 1 TO WS-ROWS-FETCHED.
           IF FIRST-ROW
               MOVE "N"              TO WS-FIRST-ROW-SW
               MOVE CUR-DEPT-NUMBER  TO WS-BRK-DEPT
           END-IF.
           IF CUR-DEPT-NUMBER NOT = WS-BRK-DEPT
               PERFORM 2400-WRITE-DEPT-LINE THRU 2400-EXIT
               MOVE CUR-DEPT-NUMBER  TO WS-BRK-DEPT
           END-IF.
           PERFORM 2200-ADJUST-ONE-EMPLOYEE THRU 2200-EXIT.
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 2200  社員 1 名分の改定
    **** 部門に当たる方針行を探し、EMPMAST でも在職中であること
    **** と給与が EMP と一致することを確かめてから SC を書く。
    **** 食い違う社員は対象外として印字し、EMPAUDIT の修復を待つ。
    *****************************************************************
        2200-ADJUST-ONE-EMPLOYEE.
           MOVE ZERO TO WS-MATCH-IX.
           PERFORM 2210-FIND-POLICY THRU 2210-EXIT
               VARYING WS-POLICY-IX FROM 1 BY 1
               UNTIL WS-POLICY-IX > WS-POLICY-COUNT
                  OR WS-MATCH-IX > ZERO.
           IF WS-MATCH-IX = ZERO
               ADD 1 TO WS-OUT-OF-SCOPE-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACE TO WS-SKIP-REASON.
           MOVE CUR-EMP-NUMBER       TO WRK-ITEM1.
           READ EMPLOYEE-MASTER
               KEY IS WRK-ITEM1
               INVALID KEY
                   MOVE "NOT ON EMPMAST"     TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF NOT WRK-STATUS-ACTIVE
                       MOVE "NOT ACTIVE ON EMPMAST"
                                             TO WS-SKIP-REASON
                   ELSE
                       IF WRK-SALARY NOT = CUR-SALARY
                           MOVE "EMPMAST SALARY DIFFERS"
                                             TO WS-SKIP-REASON
                       END-IF
                   END-IF
           END-READ.
           IF WS-SKIP-REASON = SPACE
               PERFORM 2250-COMPUTE-NEW-SALARY THRU 2250-EXIT
           END-IF.
           IF WS-SKIP-REASON NOT = SPACE
               PERFORM 2350-WRITE-SKIP THRU 2350-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-WRITE-SC-RECORD THRU 2300-EXIT.
        2200-EXIT.
           EXIT.

        2210-FIND-POLICY.
           IF CUR-DEPT-NUMBER NOT < WS-PT-DEPT-FROM (WS-POLICY-IX)
              AND CUR-DEPT-NUMBER NOT > WS-PT-DEPT-THRU (WS-POLICY-IX)
               MOVE WS-POLICY-IX TO WS-MATCH-IX
           END-IF.
        2210-EXIT.
           EXIT.

    **** 方針行の率または定額で新給与を求め、端数処理を施す。
    ****   C=銭位で四捨五入  W=円位で四捨五入
    ****   U=円位に切上げ    T=円位に切捨て
        2250-COMPUTE-NEW-SALARY.
           IF WS-PT-METHOD (WS-MATCH-IX) = "P"
               COMPUTE WS-ADJ-RAW = CUR-SALARY
                   + CUR-SALARY * WS-PT-PERCENT (WS-MATCH-IX) / 100
           ELSE
               COMPUTE WS-ADJ-RAW = CUR-SALARY
                   + WS-PT-FLAT-AMOUNT (WS-MATCH-IX)
           END-IF.
           EVALUATE WS-PT-ROUND-RULE (WS-MATCH-IX)
               WHEN "W"
                   COMPUTE WS-ADJ-WHOLE ROUNDED = WS-ADJ-RAW
                   MOVE WS-ADJ-WHOLE TO WS-ADJ-NEW
               WHEN "U"
                   MOVE WS-ADJ-RAW   TO WS-ADJ-WHOLE
                   IF WS-ADJ-WHOLE < WS-ADJ-RAW
                       ADD 1 TO WS-ADJ-WHOLE
                   END-IF
                   MOVE WS-ADJ-WHOLE TO WS-ADJ-NEW
               WHEN "T"
                   MOVE WS-ADJ-RAW   TO WS-ADJ-WHOLE
                   MOVE WS-ADJ-WHOLE TO WS-ADJ-NEW
               WHEN OTHER
                   COMPUTE WS-ADJ-NEW ROUNDED = WS-ADJ-RAW
           END-EVALUATE.
    **** SC の新給与欄（9(5)V99）に収まらない額は書けない。
           IF WS-ADJ-NEW > 99999.99
               MOVE "NEW SALARY TOO LARGE" TO WS-SKIP-REASON
               GO TO 2250-EXIT
           END-IF.
           IF WS-ADJ-NEW = CUR-SALARY
               MOVE "NO CHANGE AFTER ROUNDING" TO WS-SKIP-REASON
           END-IF.
        2250-EXIT.
           EXIT.

    **** SC 1 件を書き、件数・ハッシュ合計・部門集計を計上する。
        2300-WRITE-SC-RECORD.
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "SC"                 TO TRANX-TYPE-CODE.
           MOVE CUR-EMP-NUMBER       TO TRANX-EMP-NUMBER.
           MOVE WS-PT-EFF-DATE (WS-MATCH-IX)
                                     TO TRANX-EFFECTIVE-DATE.
           MOVE CUR-SALARY           TO TRANX-SC-OLD-SALARY.
           MOVE WS-ADJ-NEW           TO TRANX-SC-NEW-SALARY.
           MOVE WS-PT-REASON-CODE (WS-MATCH-IX)
                                     TO TRANX-SC-REASON-CODE.
           WRITE TRANX-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD 1 TO WS-PT-MATCH-COUNT (WS-MATCH-IX).
           ADD CUR-EMP-NUMBER        TO WS-ADJ-EMP-HASH.
           ADD CUR-SALARY            TO WS-ADJ-SALARY-HASH.
           ADD WS-ADJ-NEW            TO WS-ADJ-SALARY-HASH.
           ADD 1 TO WS-DEPT-HEADCOUNT.
           ADD CUR-SALARY            TO WS-DEPT-OLD-TOTAL.
           ADD WS-ADJ-NEW            TO WS-DEPT-NEW-TOTAL.
        2300-EXIT.
           EXIT.

    **** 対象外とした社員を理由付きで印字する。
        2350-WRITE-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
           MOVE CUR-EMP-NUMBER       TO WS-RSK-EMP-NUMBER.
           MOVE CUR-DEPT-NUMBER      TO WS-RSK-DEPT.
           MOVE WS-SKIP-REASON       TO WS-RSK-REASON.
           MOVE WS-RPT-SKIP-LINE     TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
        2350-EXIT.
           EXIT.

    **** 部門替わり：部門行（人数・改定前後合計・増加額）を印字し、
    **** 総合計へ加えて部門集計をリセットする。対象者の居ない部門
    **** は印字しない。
        2400-WRITE-DEPT-LINE.
           IF WS-DEPT-HEADCOUNT = ZERO
               GO TO 2400-EXIT
           END-IF.
           PERFORM 8130-LOOKUP-DEPT-NAME THRU 8130-EXIT.
           MOVE WS-BRK-DEPT          TO WS-RDL-DEPT.
           MOVE WS-LOOKUP-DEPT-NAME  TO WS-RDL-NAME.
           MOVE WS-DEPT-HEADCOUNT    TO WS-RDL-HEADS.
           MOVE WS-DEPT-OLD-TOTAL    TO WS-RDL-OLD-TOTAL.
           MOVE WS-DEPT-NEW-TOTAL    TO WS-RDL-NEW-TOTAL.
           COMPUTE WS-RDL-COST = WS-DEPT-NEW-TOTAL - WS-DEPT-OLD-TOTAL.
           MOVE WS-RPT-DEPT-LINE     TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
           ADD WS-DEPT-HEADCOUNT     TO WS-GRAND-HEADCOUNT.
           ADD WS-DEPT-OLD-TOTAL     TO WS-GRAND-OLD-TOTAL.
           ADD WS-DEPT-NEW-TOTAL     TO WS-GRAND-NEW-TOTAL.
           MOVE ZERO                 TO WS-DEPT-HEADCOUNT.
           MOVE ZERO                 TO WS-DEPT-OLD-TOTAL.
           MOVE ZERO                 TO WS-DEPT-NEW-TOTAL.
        2400-EXIT.
           EXIT.

    **** 誰にも当たらなかった方針行を知らせる。
        2500-CHECK-POLICY-USED.
           IF WS-PT-MATCH-COUNT (WS-POLICY-IX) = ZERO
               DISPLAY "POLICY DEPTS " WS-PT-DEPT-FROM (WS-POLICY-IX)
                       "-" WS-PT-DEPT-THRU (WS-POLICY-IX)
                       " MATCHED NO ACTIVE EMPLOYEE"
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        2500-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  バッチトレーラーの書出し
    *****************************************************************
        3000-WRITE-TRAILER.
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BT"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           MOVE WS-GENERATED-COUNT   TO TRANX-BT-RECORD-COUNT.
           MOVE WS-ADJ-EMP-HASH      TO TRANX-BT-EMP-HASH.
           MOVE WS-ADJ-SALARY-HASH   TO TRANX-BT-SALARY-HASH.
           WRITE TRANX-RECORD.
        3000-EXIT.
           EXIT.

    *****************************************************************
    **** 3100  SQL 障害で生成が途中で止まったときは、書きかけの
    **** BH／明細を捨てて ADJTRAN を空にする（トレーラーを書くと
    **** 一部の社員だけのバッチが検証を通って転記されてしまう）。
    *****************************************************************
        3100-DISCARD-BATCH.
           CLOSE ADJUST-BATCH.
           OPEN OUTPUT ADJUST-BATCH.
           IF WS-ADJTRAN-STATUS NOT = "00"
               DISPLAY "ADJUST-BATCH REOPEN FAILED, STATUS="
                       WS-ADJTRAN-STATUS
           END-IF.
           DISPLAY "GENERATION FAILED: NO ADJUSTMENT BATCH WRITTEN".
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  総合計行と件数合計行の印字
    *****************************************************************
        4000-WRITE-TOTALS.
           MOVE SPACE                TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
           MOVE WS-GRAND-HEADCOUNT   TO WS-RGL-HEADS.
           MOVE WS-GRAND-OLD-TOTAL   TO WS-RGL-OLD-TOTAL.
           MOVE WS-GRAND-NEW-TOTAL   TO WS-RGL-NEW-TOTAL.
           COMPUTE WS-RGL-COST =
               WS-GRAND-NEW-TOTAL - WS-GRAND-OLD-TOTAL.
           MOVE WS-RPT-GRAND-LINE    TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
           MOVE "POLICY LINES READ  =" TO WS-RCT-LABEL.
           MOVE WS-POLICY-READ-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "POLICY LINES REJECT=" TO WS-RCT-LABEL.
           MOVE WS-POLICY-REJECT-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "EMP ROWS READ      =" TO WS-RCT-LABEL.
           MOVE WS-ROWS-FETCHED      TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "SC RECORDS WRITTEN =" TO WS-RCT-LABEL.
           MOVE WS-GENERATED-COUNT   TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "EMPLOYEES SKIPPED  =" TO WS-RCT-LABEL.
           MOVE WS-SKIPPED-COUNT     TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           IF RUN-REFUSED
               MOVE "*** RUN REFUSED: NO BATCH WRITTEN ***"
                                     TO WS-RPT-PRINT-LINE
               PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT
           END-IF.
           DISPLAY "PAY ADJUSTMENT BATCH " WS-ADJ-BATCH-NUMBER
                   " SC RECORDS=" WS-GENERATED-COUNT
                   " SKIPPED=" WS-SKIPPED-COUNT.
        4000-EXIT.
           EXIT.

    **** 編集済みの 1 行を印字する（必要なら改頁）。
        8000-WRITE-PREVIEW-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-PREVIEW-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-RPT-PRINT-LINE    TO PREVIEW-REPORT-RECORD.
           WRITE PREVIEW-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・バッチ番号・欄見出しを印字する。
        8100-PREVIEW-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE ENVNAME2            TO WS-RH1-ENV.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO PREVIEW-REPORT-RECORD.
           WRITE PREVIEW-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-ADJ-BATCH-NUMBER TO WS-RH2-BATCH.
           MOVE WS-RPT-HEADING-2    TO PREVIEW-REPORT-RECORD.
           WRITE PREVIEW-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO PREVIEW-REPORT-RECORD.
           WRITE PREVIEW-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO PREVIEW-REPORT-RECORD.
           WRITE PREVIEW-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                   TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

    **** 部門参照から部門名を引く。無ければ名称欄を空ける。
        8130-LOOKUP-DEPT-NAME.
           MOVE SPACE               TO WS-LOOKUP-DEPT-NAME.
           IF NOT DEPTREF-OPEN
               GO TO 8130-EXIT
           END-IF.
           MOVE WS-BRK-DEPT         TO DEPT-REF-NUMBER.
           READ DEPARTMENT-REF
               KEY IS DEPT-REF-NUMBER
               INVALID KEY
                   MOVE "(NOT ON DEPTREF)" TO WS-LOOKUP-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEPT-REF-NAME TO WS-LOOKUP-DEPT-NAME
           END-READ.
        8130-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-PREVIEW-LINE THRU 8000-EXIT.
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
