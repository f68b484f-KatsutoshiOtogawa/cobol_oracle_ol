    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 ASOFROST.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  AS-OF-DATE ROSTER (ASOFRPT):
    ****                   REBUILD EACH EMPLOYEE'S SALARY, DEPARTMENT
    ****                   AND ACTIVE/TERMINATED STATUS ON ASOFDATE
    ****                   BY ROLLING THE CURRENT EMP ROW BACK
    ****                   THROUGH EVERY SALARY_HISTORY ROW (SC, NH,
    ****                   XFER, TM, RVSL) EFFECTIVE AFTER THAT DATE,
    ****                   AND PRINT IT IN THE ROSTRPT LAYOUT (A PAGE
    ****                   PER DEPARTMENT WITH THE DEPTREF NAME, DEPT
    ****                   SUBTOTALS OF ACTIVE EMPLOYEES, GRAND
    ****                   TOTAL).  A COMPARISON SECTION SETS THE
    ****                   AS-OF HEADCOUNT AND PAYROLL PER DEPARTMENT
    ****                   AGAINST THE CURRENT EMP TOTALS AND EXPLAINS
    ****                   THE MOVEMENT BY REASON CODE.  RETURN
    ****                   CODES: 0 FULLY EXPLAINED, 4 UNEXPLAINED
    ****                   MOVEMENT LEFT OVER, 12 NO/INVALID ASOFDATE
    ****                   OR CONNECT/OPEN/SQL FAILURE.
    **** 2026-10-15  K.O.  A TERMINATED EMPLOYEE WITH NO TERMINATION
    ****                   HISTORY ROW AFTER ASOFDATE IS NOW ACTIVE ON
    ****                   ASOFDATE WHEN EMP.TERM_DATE IS LATER, AS
    ****                   HIRE_DATE ALREADY DECIDES THE HIRED CASE.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 部門参照ファイル（部門名の印字用）
           SELECT DEPARTMENT-REF    ASSIGN TO "DEPTREF"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS DEPT-REF-NUMBER
                                     FILE STATUS IS WS-DEPTREF-STATUS.
    **** 基準日時点の部門別社員名簿と現在との比較
           SELECT ASOF-REPORT       ASSIGN TO "ASOFRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ASOFRPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** DEPTLOAD と共有するレコード様式はコピー本で取り込む。
        FD  DEPARTMENT-REF.
        COPY "deptrfrc.cpy".

        FD  ASOF-REPORT.
        01 ASOF-REPORT-RECORD       PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-DEPTREF-STATUS        PIC X(2) VALUE "00".
        01 WS-ASOFRPT-STATUS        PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=増減を全額説明 4=説明できない増減あり
    **** 12=基準日不正／接続／オープン／SQL 障害）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-ASOF-EOF-SW           PIC X(1) VALUE "N".
           88 ASOF-FETCH-EOF                 VALUE "Y".
        01 WS-CUR-EOF-SW            PIC X(1) VALUE "N".
           88 CUR-FETCH-EOF                  VALUE "Y".
        01 WS-MOV-EOF-SW            PIC X(1) VALUE "N".
           88 MOV-FETCH-EOF                  VALUE "Y".
        01 WS-DEPT-STARTED-SW       PIC X(1) VALUE "N".
           88 DEPT-STARTED                   VALUE "Y".
        01 WS-ASOF-ACTIVE-SW        PIC X(1) VALUE "N".
           88 ASOF-ACTIVE                    VALUE "Y".
        01 WS-READ-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-NOT-HIRED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-TERMINATED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ROLLED-BACK-COUNT     PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 実行パラメーター（基準日 ASOFDATE、YYYYMMDD、必須）
    *****************************************************************
        01 WS-PARM-ASOF-AREA        PIC X(8) VALUE SPACE.

    *****************************************************************
    **** 部門別比較表（添字＝部門番号＋1。部門 0000～9999）
    **** 基準日時点と現在（EMP 表の在職者）の人数・給与合計。
    *****************************************************************
        01 WS-AO-DEPT-IX            PIC S9(5) COMP VALUE ZERO.
        01 WS-AO-DEPT-TAB.
           13 WS-AO-DEPT-ENTRY      OCCURS 10000 TIMES.
              15 WS-AO-ASOF-HC      PIC S9(7) COMP-3.
              15 WS-AO-ASOF-PAY     PIC S9(11)V99 COMP-3.
              15 WS-AO-CURR-HC      PIC S9(7) COMP-3.
              15 WS-AO-CURR-PAY     PIC S9(11)V99 COMP-3.
        01 WS-AO-CURRENT-DEPT       PIC S9(4) COMP VALUE ZERO.
        01 WS-DEPT-EMP-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
        01 WS-DEPT-TOTAL-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-ROSTER-TOT-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-ROSTER-TOT-EMP-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-CURR-TOT-SALARY       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-CURR-TOT-EMP-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-MOV-TOT-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-MOV-TOT-HC            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-MOV-TOT-SALARY        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-UNEXPLAINED-HC        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-UNEXPLAINED-SALARY    PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-LOOKUP-DEPT-NUMBER    PIC 9(4) VALUE ZERO.
        01 WS-LOOKUP-DEPT-NAME      PIC X(20) VALUE SPACE.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    **** 名簿部は ROSTRPT と同じ並び。退職済みの社員は印字だけ
    **** して小計・総合計には含めない。
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-ROSTER-HEADING-1.
           13 WS-RH1-TITLE          PIC X(20).
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(6) VALUE "  ENV ".
           13 WS-RH1-ENV            PIC X(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-ROSTER-HEADING-2.
           13 FILLER                PIC X(11)
                                    VALUE "DEPARTMENT ".
           13 WS-RH2-DEPT-NUMBER    PIC 9(4).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-RH2-DEPT-NAME      PIC X(20).
           13 FILLER                PIC X(8) VALUE "  AS OF ".
           13 WS-RH2-ASOF-DATE      PIC 9(8).
        01 WS-ROSTER-COL-HEADING.
           13 FILLER                PIC X(7)  VALUE "EMP-NO".
           13 FILLER                PIC X(22) VALUE "EMP-NAME".
           13 FILLER                PIC X(9)  VALUE "   SALARY".
        01 WS-ROSTER-DETAIL.
           13 WS-RST-EMP-NUMBER     PIC 9(5).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-RST-EMP-NAME       PIC X(20).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-RST-SALARY         PIC ---,--9.99.
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-RST-STATUS         PIC X(10).
        01 WS-ROSTER-SUBTOTAL-LINE.
           13 FILLER                PIC X(16)
                                    VALUE "DEPT SUBTOTAL".
           13 WS-RSB-TOTAL          PIC -,---,---,--9.99.
           13 FILLER                PIC X(12)
                                    VALUE "  EMPLOYEES=".
           13 WS-RSB-COUNT          PIC ZZZZ9.
        01 WS-ROSTER-GRAND-LINE.
           13 FILLER                PIC X(16)
                                    VALUE "GRAND TOTAL".
           13 WS-RGT-TOTAL          PIC ---,---,---,--9.99.
           13 FILLER                PIC X(12)
                                    VALUE "  EMPLOYEES=".
           13 WS-RGT-COUNT          PIC ZZZZZZ9.
    **** 比較部の見出し・明細
        01 WS-COMPARE-HEADING-2.
           13 FILLER                PIC X(6) VALUE "AS OF ".
           13 WS-CH2-ASOF-DATE      PIC 9(8).
           13 FILLER                PIC X(29)
                   VALUE "  COMPARED WITH CURRENT EMP".
        01 WS-COMPARE-COL-HEADING.
           13 FILLER                PIC X(4)  VALUE "DEPT".
           13 FILLER                PIC X(8)  VALUE " ASOF-HC".
           13 FILLER                PIC X(15)
                                    VALUE "   ASOF-PAYROLL".
           13 FILLER                PIC X(8)  VALUE " CURR-HC".
           13 FILLER                PIC X(15)
                                    VALUE "   CURR-PAYROLL".
           13 FILLER                PIC X(8)  VALUE "  HC-CHG".
           13 FILLER                PIC X(15)
                                    VALUE "     PAY-CHANGE".
        01 WS-COMPARE-DETAIL.
           13 WS-CMP-DEPT           PIC X(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-ASOF-HC        PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-ASOF-PAY       PIC ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-CURR-HC        PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-CURR-PAY       PIC ZZZ,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-HC-CHANGE      PIC ------9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-CMP-PAY-CHANGE     PIC ---,---,--9.99.
        01 WS-MOVEMENT-COL-HEADING.
           13 FILLER                PIC X(26)
                   VALUE "MOVEMENT BY REASON CODE".
           13 FILLER                PIC X(15)
                   VALUE "   ROWS  HC-CHG".
           13 FILLER                PIC X(14) VALUE "    PAY-CHANGE".
        01 WS-MOVEMENT-DETAIL.
           13 WS-MVD-LABEL          PIC X(26).
           13 WS-MVD-COUNT          PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MVD-HC-CHANGE      PIC ------9.
           13 FILLER                PIC X(5) VALUE SPACE.
           13 WS-MVD-PAY-CHANGE     PIC ---,---,--9.99.
        01 WS-RPT-COUNT-LINE.
           13 WS-RCT-LABEL          PIC X(26).
           13 WS-RCT-COUNT          PIC ZZZZZZ9.

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
         01 ASF-ASOF-DATE    PIC 9(8)       VALUE ZERO.
         01 ASF-EMP-NUMBER   PIC 9(5)       VALUE ZERO.
         01 ASF-EMP-NAME     PIC X(20)      VALUE SPACE.
         01 ASF-DEPT-NUMBER  PIC S9(4) COMP VALUE ZERO.
         01 ASF-SALARY       PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 ASF-FIRST-REASON PIC X(4)       VALUE SPACE.
         01 ASF-TERM-AFTER   PIC S9(4) COMP VALUE ZERO.
         01 ASF-HIRE-DATE    PIC 9(8)       VALUE ZERO.
         01 ASF-EMP-STATUS   PIC X(1)       VALUE SPACE.
         01 ASF-TERM-DATE    PIC 9(8)       VALUE ZERO.
         01 CUR-DEPT-NUMBER  PIC S9(4) COMP VALUE ZERO.
         01 CUR-HEADCOUNT    PIC S9(9) COMP VALUE ZERO.
         01 CUR-SALARY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
         01 MOV-REASON-CODE  PIC X(4)       VALUE SPACE.
         01 MOV-ROW-COUNT    PIC S9(9) COMP VALUE ZERO.
         01 MOV-HC-CHANGE    PIC S9(9) COMP VALUE ZERO.
         01 MOV-PAY-CHANGE   PIC S9(11)V99 COMP-3 VALUE ZERO.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 1100-SELECT-ENVIRONMENT THRU 1100-EXIT
               PERFORM 1150-CONNECT-DATABASE   THRU 1150-EXIT
           END-IF.
           IF NOT OPEN-FAILED
               INITIALIZE WS-AO-DEPT-TAB
               PERFORM 2000-PRINT-ASOF-ROSTER  THRU 2000-EXIT
               PERFORM 3000-LOAD-CURRENT-TOTALS THRU 3000-EXIT
               PERFORM 4000-PRINT-COMPARISON   THRU 4000-EXIT
               PERFORM 5000-PRINT-MOVEMENT     THRU 5000-EXIT
               CLOSE DEPARTMENT-REF
               CLOSE ASOF-REPORT
           END-IF.
    **** スケジューラーが説明できない増減の有無で呼出しできるよう
    **** 終了コードを返す。
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（基準日の取得とファイルのオープン）
    **** 基準日は必須。未設定・日付でないときは何もせずに 12 で
    **** 終わる。
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "ASOFDATE"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-ASOF-AREA   FROM ENVIRONMENT-VALUE.
           IF WS-PARM-ASOF-AREA IS NOT NUMERIC
              OR WS-PARM-ASOF-AREA < "16010101"
               DISPLAY "ASOFDATE MISSING OR INVALID [" WS-PARM-ASOF-AREA
                       "]"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-ASOF-AREA      TO ASF-ASOF-DATE.
           DISPLAY "AS-OF ROSTER FOR " ASF-ASOF-DATE.
           OPEN OUTPUT ASOF-REPORT.
           IF WS-ASOFRPT-STATUS NOT = "00"
               DISPLAY "ASOF-REPORT OPEN FAILED, STATUS="
                       WS-ASOFRPT-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-REF.
           IF WS-DEPTREF-STATUS NOT = "00"
               DISPLAY "DEPARTMENT-REF OPEN FAILED, STATUS="
                       WS-DEPTREF-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
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
    **** 2000  基準日時点の名簿
    **** 給与履歴の各行は転記直前の部門（DEPT_NUMBER）と給与
    **** （OLD_SALARY）を持つので、基準日より後に発効した行のうち
    **** 最も古い行の値が基準日時点の値になる。該当行が無い社員は
    **** EMP 表の現在値のまま。最も古い行が採用（HIRE）なら基準日
    **** には未採用、基準日より後に退職行（新給与 0）があれば基準
    **** 日には在職。履歴の無い古い社員は採用年月日で判定する。
    **** 退職行の無い退職者も同様に退職年月日（TERM_DATE）が基準日
    **** より後なら基準日には在職とする（0 は不明として退職扱い）。
    **** 基準日時点の部門・社員番号順に読み、部門替わりで改頁する。
    *****************************************************************
        2000-PRINT-ASOF-ROSTER.
           MOVE "AS-OF ROSTER"      TO WS-RH1-TITLE.
           EXEC SQL
               DECLARE ASOF-CURSOR CURSOR FOR
                   SELECT E.EMP_NUMBER, E.EMP_NAME,
                          NVL(H.FIRST_DEPT, E.DEPT_NUMBER),
                          NVL(H.FIRST_OLD_SALARY, E.SALARY),
                          NVL(H.FIRST_REASON, ' '),
                          NVL(H.TERM_AFTER, 0),
                          NVL(E.HIRE_DATE, 0),
                          NVL(E.EMP_STATUS, 'A'),
                          NVL(E.TERM_DATE, 0)
                     FROM EMP E,
                          (SELECT EMP_NUMBER,
                                  MIN(DEPT_NUMBER) KEEP (DENSE_RANK
                                      FIRST ORDER BY EFFECTIVE_DATE,
                                      RUN_TIMESTAMP) FIRST_DEPT,
                                  MIN(OLD_SALARY) KEEP (DENSE_RANK
                                      FIRST ORDER BY EFFECTIVE_DATE,
                                      RUN_TIMESTAMP) FIRST_OLD_SALARY,
                                  MIN(REASON_CODE) KEEP (DENSE_RANK
                                      FIRST ORDER BY EFFECTIVE_DATE,
                                      RUN_TIMESTAMP) FIRST_REASON,
                                  MAX(CASE WHEN NEW_SALARY = 0
                                            AND REASON_CODE
                                                NOT IN ('HIRE', 'RVSL')
                                           THEN 1 ELSE 0 END)
                                      TERM_AFTER
                             FROM SALARY_HISTORY
                            WHERE EFFECTIVE_DATE > :ASF-ASOF-DATE
                            GROUP BY EMP_NUMBER) H
                    WHERE H.EMP_NUMBER (+) = E.EMP_NUMBER
                    ORDER BY 3, 1
           END-EXEC.
           EXEC SQL OPEN ASOF-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "ASOF-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FETCH-ASOF-ROW THRU 2100-EXIT
               UNTIL ASOF-FETCH-EOF.
           EXEC SQL CLOSE ASOF-CURSOR END-EXEC.
           IF DEPT-STARTED
               PERFORM 2400-WRITE-DEPT-SUBTOTAL THRU 2400-EXIT
           END-IF.
           PERFORM 2500-WRITE-ROSTER-GRAND THRU 2500-EXIT.
        2000-EXIT.
           EXIT.

        2100-FETCH-ASOF-ROW.
           EXEC SQL
               FETCH ASOF-CURSOR
                INTO :ASF-EMP-NUMBER, :ASF-EMP-NAME,
                     :ASF-DEPT-NUMBER, :ASF-SALARY,
                     :ASF-FIRST-REASON, :ASF-TERM-AFTER,
                     :ASF-HIRE-DATE, :ASF-EMP-STATUS,
                     :ASF-TERM-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET ASOF-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "ASOF-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET ASOF-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   PERFORM 2200-RECONSTRUCT-EMP THRU 2200-EXIT
           END-EVALUATE.
        2100-EXIT.
           EXIT.

    **** 社員 1 名の基準日時点の状態を決め、名簿へ印字する。
        2200-RECONSTRUCT-EMP.
           ADD 1 TO WS-READ-COUNT.
           IF ASF-FIRST-REASON = "HIRE"
               ADD 1 TO WS-NOT-HIRED-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF ASF-FIRST-REASON = SPACE
              AND ASF-HIRE-DATE > ASF-ASOF-DATE
               ADD 1 TO WS-NOT-HIRED-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF ASF-FIRST-REASON NOT = SPACE
               ADD 1 TO WS-ROLLED-BACK-COUNT
           END-IF.
           IF ASF-EMP-STATUS = "T"
              AND ASF-TERM-AFTER = ZERO
              AND ASF-TERM-DATE NOT > ASF-ASOF-DATE
               MOVE "N" TO WS-ASOF-ACTIVE-SW
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               SET ASOF-ACTIVE TO TRUE
           END-IF.
           IF ASF-DEPT-NUMBER < ZERO
               MOVE ZERO TO ASF-DEPT-NUMBER
           END-IF.
           IF NOT DEPT-STARTED
              OR ASF-DEPT-NUMBER NOT = WS-AO-CURRENT-DEPT
               IF DEPT-STARTED
                   PERFORM 2400-WRITE-DEPT-SUBTOTAL THRU 2400-EXIT
               END-IF
               PERFORM 2300-START-DEPT-ROSTER THRU 2300-EXIT
           END-IF.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-ROSTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE ASF-EMP-NUMBER      TO WS-RST-EMP-NUMBER.
           MOVE ASF-EMP-NAME        TO WS-RST-EMP-NAME.
           MOVE ASF-SALARY          TO WS-RST-SALARY.
           IF ASOF-ACTIVE
               MOVE SPACE           TO WS-RST-STATUS
               ADD 1                TO WS-DEPT-EMP-COUNT
               ADD ASF-SALARY       TO WS-DEPT-TOTAL-SALARY
           ELSE
               MOVE "TERMINATED"    TO WS-RST-STATUS
           END-IF.
           MOVE WS-ROSTER-DETAIL    TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        2200-EXIT.
           EXIT.

    **** 部門替わり：小計を初期化し、部門の新しい頁を起こす。
        2300-START-DEPT-ROSTER.
           SET DEPT-STARTED         TO TRUE.
           MOVE ASF-DEPT-NUMBER     TO WS-AO-CURRENT-DEPT.
           MOVE ZERO                TO WS-DEPT-EMP-COUNT.
           MOVE ZERO                TO WS-DEPT-TOTAL-SALARY.
           PERFORM 8100-ROSTER-PAGE-HEADING THRU 8100-EXIT.
        2300-EXIT.
           EXIT.

    **** 部門小計行を印字し、総合計と比較表へ加える。
        2400-WRITE-DEPT-SUBTOTAL.
           MOVE WS-DEPT-TOTAL-SALARY    TO WS-RSB-TOTAL.
           MOVE WS-DEPT-EMP-COUNT       TO WS-RSB-COUNT.
           MOVE WS-ROSTER-SUBTOTAL-LINE TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           ADD WS-DEPT-TOTAL-SALARY     TO WS-ROSTER-TOT-SALARY.
           ADD WS-DEPT-EMP-COUNT        TO WS-ROSTER-TOT-EMP-COUNT.
           COMPUTE WS-AO-DEPT-IX = WS-AO-CURRENT-DEPT + 1.
           ADD WS-DEPT-EMP-COUNT   TO WS-AO-ASOF-HC (WS-AO-DEPT-IX).
           ADD WS-DEPT-TOTAL-SALARY TO WS-AO-ASOF-PAY (WS-AO-DEPT-IX).
        2400-EXIT.
           EXIT.

    **** 名簿全体の総合計行を印字する。
        2500-WRITE-ROSTER-GRAND.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-ROSTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-ROSTER-TOT-SALARY    TO WS-RGT-TOTAL.
           MOVE WS-ROSTER-TOT-EMP-COUNT TO WS-RGT-COUNT.
           MOVE WS-ROSTER-GRAND-LINE    TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        2500-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  現在値：EMP 表の在職者を部門別に数え、給与を合計する
    *****************************************************************
        3000-LOAD-CURRENT-TOTALS.
           EXEC SQL
               DECLARE CURTOT-CURSOR CURSOR FOR
                   SELECT DEPT_NUMBER, COUNT(*), NVL(SUM(SALARY), 0)
                     FROM EMP
                    WHERE NVL(EMP_STATUS, 'A') = 'A'
                    GROUP BY DEPT_NUMBER
           END-EXEC.
           EXEC SQL OPEN CURTOT-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "CURTOT-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FETCH-CURRENT THRU 3100-EXIT
               UNTIL CUR-FETCH-EOF.
           EXEC SQL CLOSE CURTOT-CURSOR END-EXEC.
        3000-EXIT.
           EXIT.

        3100-FETCH-CURRENT.
           EXEC SQL
               FETCH CURTOT-CURSOR
                INTO :CUR-DEPT-NUMBER, :CUR-HEADCOUNT,
                     :CUR-SALARY-TOTAL
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET CUR-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "CURTOT-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET CUR-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   IF CUR-DEPT-NUMBER < ZERO
                       MOVE ZERO TO CUR-DEPT-NUMBER
                   END-IF
                   COMPUTE WS-AO-DEPT-IX = CUR-DEPT-NUMBER + 1
                   ADD CUR-HEADCOUNT
                           TO WS-AO-CURR-HC (WS-AO-DEPT-IX)
                   ADD CUR-SALARY-TOTAL
                           TO WS-AO-CURR-PAY (WS-AO-DEPT-IX)
                   ADD CUR-HEADCOUNT    TO WS-CURR-TOT-EMP-COUNT
                   ADD CUR-SALARY-TOTAL TO WS-CURR-TOT-SALARY
           END-EVALUATE.
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  比較部：部門別の基準日時点と現在の人数・給与合計
    *****************************************************************
        4000-PRINT-COMPARISON.
           PERFORM 8150-COMPARE-PAGE-HEADING THRU 8150-EXIT.
           MOVE WS-COMPARE-COL-HEADING TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 4100-PRINT-DEPT-COMPARISON THRU 4100-EXIT
               VARYING WS-AO-DEPT-IX FROM 1 BY 1
               UNTIL WS-AO-DEPT-IX > 10000.
           MOVE "ALL "                 TO WS-CMP-DEPT.
           MOVE WS-ROSTER-TOT-EMP-COUNT TO WS-CMP-ASOF-HC.
           MOVE WS-ROSTER-TOT-SALARY   TO WS-CMP-ASOF-PAY.
           MOVE WS-CURR-TOT-EMP-COUNT  TO WS-CMP-CURR-HC.
           MOVE WS-CURR-TOT-SALARY     TO WS-CMP-CURR-PAY.
           COMPUTE WS-CMP-HC-CHANGE =
                   WS-CURR-TOT-EMP-COUNT - WS-ROSTER-TOT-EMP-COUNT.
           COMPUTE WS-CMP-PAY-CHANGE =
                   WS-CURR-TOT-SALARY - WS-ROSTER-TOT-SALARY.
           MOVE WS-COMPARE-DETAIL      TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        4000-EXIT.
           EXIT.

    **** 基準日時点か現在のどちらかに在職者のある部門だけを出す。
        4100-PRINT-DEPT-COMPARISON.
           IF WS-AO-ASOF-HC (WS-AO-DEPT-IX) = ZERO
              AND WS-AO-CURR-HC (WS-AO-DEPT-IX) = ZERO
               GO TO 4100-EXIT
           END-IF.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8150-COMPARE-PAGE-HEADING THRU 8150-EXIT
               MOVE WS-COMPARE-COL-HEADING TO ASOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           COMPUTE WS-LOOKUP-DEPT-NUMBER = WS-AO-DEPT-IX - 1.
           MOVE WS-LOOKUP-DEPT-NUMBER  TO WS-CMP-DEPT.
           MOVE WS-AO-ASOF-HC (WS-AO-DEPT-IX)  TO WS-CMP-ASOF-HC.
           MOVE WS-AO-ASOF-PAY (WS-AO-DEPT-IX) TO WS-CMP-ASOF-PAY.
           MOVE WS-AO-CURR-HC (WS-AO-DEPT-IX)  TO WS-CMP-CURR-HC.
           MOVE WS-AO-CURR-PAY (WS-AO-DEPT-IX) TO WS-CMP-CURR-PAY.
           COMPUTE WS-CMP-HC-CHANGE = WS-AO-CURR-HC (WS-AO-DEPT-IX)
                                    - WS-AO-ASOF-HC (WS-AO-DEPT-IX).
           COMPUTE WS-CMP-PAY-CHANGE = WS-AO-CURR-PAY (WS-AO-DEPT-IX)
                                     - WS-AO-ASOF-PAY (WS-AO-DEPT-IX).
           MOVE WS-COMPARE-DETAIL      TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        4100-EXIT.
           EXIT.

    *****************************************************************
    **** 5000  比較部：理由コード別の増減
    **** 基準日より後に発効した給与履歴を理由コード別に集計する。
    **** 人数の増減は採用（HIRE）で＋1、退職（新給与 0、取消以外）
    **** で－1。給与の増減は新給与－旧給与。現在と基準日時点の差
    **** から説明できた分を引いた残りを「説明できない増減」とする。
    *****************************************************************
        5000-PRINT-MOVEMENT.
           IF WS-RPT-LINE-COUNT + 4 > WS-RPT-LINES-PER-PAGE
               PERFORM 8150-COMPARE-PAGE-HEADING THRU 8150-EXIT
           ELSE
               MOVE SPACE          TO ASOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE WS-MOVEMENT-COL-HEADING TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           EXEC SQL
               DECLARE MOVE-CURSOR CURSOR FOR
                   SELECT REASON_CODE, COUNT(*),
                          SUM(CASE WHEN REASON_CODE = 'HIRE' THEN 1
                                   WHEN NEW_SALARY = 0
                                    AND REASON_CODE <> 'RVSL'
                                   THEN -1
                                   ELSE 0 END),
                          NVL(SUM(NEW_SALARY - OLD_SALARY), 0)
                     FROM SALARY_HISTORY
                    WHERE EFFECTIVE_DATE > :ASF-ASOF-DATE
                    GROUP BY REASON_CODE
                    ORDER BY REASON_CODE
           END-EXEC.
           EXEC SQL OPEN MOVE-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "MOVE-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-FETCH-MOVEMENT THRU 5100-EXIT
               UNTIL MOV-FETCH-EOF.
           EXEC SQL CLOSE MOVE-CURSOR END-EXEC.
           MOVE "TOTAL EXPLAINED"      TO WS-MVD-LABEL.
           MOVE WS-MOV-TOT-COUNT       TO WS-MVD-COUNT.
           MOVE WS-MOV-TOT-HC          TO WS-MVD-HC-CHANGE.
           MOVE WS-MOV-TOT-SALARY      TO WS-MVD-PAY-CHANGE.
           PERFORM 5200-WRITE-MOVEMENT-LINE THRU 5200-EXIT.
           COMPUTE WS-UNEXPLAINED-HC = WS-CURR-TOT-EMP-COUNT
                   - WS-ROSTER-TOT-EMP-COUNT - WS-MOV-TOT-HC.
           COMPUTE WS-UNEXPLAINED-SALARY = WS-CURR-TOT-SALARY
                   - WS-ROSTER-TOT-SALARY - WS-MOV-TOT-SALARY.
           MOVE "UNEXPLAINED"          TO WS-MVD-LABEL.
           MOVE ZERO                   TO WS-MVD-COUNT.
           MOVE WS-UNEXPLAINED-HC      TO WS-MVD-HC-CHANGE.
           MOVE WS-UNEXPLAINED-SALARY  TO WS-MVD-PAY-CHANGE.
           PERFORM 5200-WRITE-MOVEMENT-LINE THRU 5200-EXIT.
           MOVE SPACE                  TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "EMPLOYEES READ        =" TO WS-RCT-LABEL.
           MOVE WS-READ-COUNT          TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "ROLLED BACK           =" TO WS-RCT-LABEL.
           MOVE WS-ROLLED-BACK-COUNT   TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "NOT YET HIRED         =" TO WS-RCT-LABEL.
           MOVE WS-NOT-HIRED-COUNT     TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "TERMINATED AS OF DATE =" TO WS-RCT-LABEL.
           MOVE WS-TERMINATED-COUNT    TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           IF WS-UNEXPLAINED-HC NOT = ZERO
              OR WS-UNEXPLAINED-SALARY NOT = ZERO
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
           DISPLAY "AS-OF " ASF-ASOF-DATE
                   ": HEADCOUNT=" WS-ROSTER-TOT-EMP-COUNT
                   " CURRENT=" WS-CURR-TOT-EMP-COUNT
                   " UNEXPLAINED PAY=" WS-UNEXPLAINED-SALARY.
        5000-EXIT.
           EXIT.

        5100-FETCH-MOVEMENT.
           EXEC SQL
               FETCH MOVE-CURSOR
                INTO :MOV-REASON-CODE, :MOV-ROW-COUNT,
                     :MOV-HC-CHANGE, :MOV-PAY-CHANGE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET MOV-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "MOVE-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET MOV-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   MOVE SPACE           TO WS-MVD-LABEL
                   STRING "REASON " DELIMITED BY SIZE
                          MOV-REASON-CODE DELIMITED BY SIZE
                          INTO WS-MVD-LABEL
                   MOVE MOV-ROW-COUNT   TO WS-MVD-COUNT
                   MOVE MOV-HC-CHANGE   TO WS-MVD-HC-CHANGE
                   MOVE MOV-PAY-CHANGE  TO WS-MVD-PAY-CHANGE
                   PERFORM 5200-WRITE-MOVEMENT-LINE THRU 5200-EXIT
                   ADD MOV-ROW-COUNT    TO WS-MOV-TOT-COUNT
                   ADD MOV-HC-CHANGE    TO WS-MOV-TOT-HC
                   ADD MOV-PAY-CHANGE   TO WS-MOV-TOT-SALARY
           END-EVALUATE.
        5100-EXIT.
           EXIT.

        5200-WRITE-MOVEMENT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8150-COMPARE-PAGE-HEADING THRU 8150-EXIT
               MOVE WS-MOVEMENT-COL-HEADING TO ASOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE WS-MOVEMENT-DETAIL  TO ASOF-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        5200-EXIT.
           EXIT.

    **** 呼出し側が ASOF-REPORT-RECORD に置いた行を 1 行印字する。
        8000-WRITE-REPORT-LINE.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE SPACE               TO ASOF-REPORT-RECORD.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・部門見出し・欄見出しを印字する。
        8100-ROSTER-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE             TO WS-RH1-DATE.
           MOVE ENVNAME2               TO WS-RH1-ENV.
           MOVE WS-RPT-PAGE-NUMBER     TO WS-RH1-PAGE.
           MOVE WS-ROSTER-HEADING-1    TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-AO-CURRENT-DEPT     TO WS-RH2-DEPT-NUMBER.
           MOVE WS-AO-CURRENT-DEPT     TO WS-LOOKUP-DEPT-NUMBER.
           PERFORM 8130-LOOKUP-DEPT-REF THRU 8130-EXIT.
           MOVE WS-LOOKUP-DEPT-NAME    TO WS-RH2-DEPT-NAME.
           MOVE ASF-ASOF-DATE          TO WS-RH2-ASOF-DATE.
           MOVE WS-ROSTER-HEADING-2    TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-ROSTER-COL-HEADING  TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE                  TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                      TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

    **** 比較部の改頁（実行見出しと基準日の見出し）。
        8150-COMPARE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE "AS-OF COMPARISON"     TO WS-RH1-TITLE.
           MOVE WS-TS-DATE             TO WS-RH1-DATE.
           MOVE ENVNAME2               TO WS-RH1-ENV.
           MOVE WS-RPT-PAGE-NUMBER     TO WS-RH1-PAGE.
           MOVE WS-ROSTER-HEADING-1    TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE ASF-ASOF-DATE          TO WS-CH2-ASOF-DATE.
           MOVE WS-COMPARE-HEADING-2   TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE                  TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 3                      TO WS-RPT-LINE-COUNT.
        8150-EXIT.
           EXIT.

    **** 部門参照ファイルから部門名を引く（無ければ空白）。
        8130-LOOKUP-DEPT-REF.
           MOVE SPACE                TO WS-LOOKUP-DEPT-NAME.
           MOVE WS-LOOKUP-DEPT-NUMBER TO DEPT-REF-NUMBER.
           READ DEPARTMENT-REF
               KEY IS DEPT-REF-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-REF-NAME TO WS-LOOKUP-DEPT-NAME
           END-READ.
        8130-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO ASOF-REPORT-RECORD.
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
