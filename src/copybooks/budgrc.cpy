    *****************************************************************
    **** COPYBOOK             BUDGRC
    **** 部門別予算レコード（DEPTBUDG、部門番号＋年度キー）。
    **** BUDGLOAD が財務部門のフィードから保守し、budgvar.cob の
    **** 予実差異レポートと SAMPLE-13 の予算超過警告が読む。
    **** 年度は年度開始月（環境変数 FYSTMON、既定 04）の属する
    **** 暦年で呼ぶ（2026 年度＝2026 年 4 月～2027 年 3 月）。
    **** 給与予算は年額、定員は在職（A）社員数の上限。
    *****************************************************************
        01 BUDGET-RECORD.
           13 BUDGET-KEY.
              15 BUDGET-DEPT-NUMBER PIC 9(4).
              15 BUDGET-FISCAL-YEAR PIC 9(4).
           13 BUDGET-SALARY-AMOUNT  PIC 9(9)V99.
           13 BUDGET-HEADCOUNT      PIC 9(5).
