    *****************************************************************
    **** COPYBOOK             APRVRC
    **** 二重承認待ちレコード（APRVPEND、APRV-KEY キー）。
    **** procobc.cob が承認限度を超える SC／NH を転記せずに原形
    **** 80 桁のまま書き（状態 P）、aprvmnt.cob が承認者の決裁を
    **** 記録する（承認 A／却下 R）。承認済みの明細が承認バッチで
    **** 戻ってきたとき、procobc.cob は原形の一致する A のレコード
    **** を見つけて転記し、状態を D（転記済み）にする。
    **** 同じ社員・区分・発効日の待ちが複数あるときは連番で分ける。
    **** 承認済みの明細が戻ってきても発効日未到来で保留されたり、
    **** 転記に失敗して再循環へ回ったりしたときは H／F にし、承認
    **** バッチへ再び載せない（HOLDRLSE・再循環の再投入で戻って
    **** きたとき、A と同じく原形の一致で転記して D にする）。
    **** 状態： P=承認待ち  A=承認済み（転記待ち）  R=却下
    ****        D=承認後に転記済み  H=承認後に保留中
    ****        F=承認後に転記失敗（再循環中）
    *****************************************************************
        01 APRV-RECORD.
           13 APRV-KEY.
              15 APRV-EMP-NUMBER    PIC 9(5).
              15 APRV-TYPE-CODE     PIC X(2).
              15 APRV-EFFECTIVE-DATE PIC 9(8).
              15 APRV-SEQ           PIC 9(2).
           13 APRV-TRANX-IMAGE      PIC X(80).
           13 APRV-STATUS           PIC X(1).
              88 APRV-PENDING            VALUE "P".
              88 APRV-APPROVED           VALUE "A".
              88 APRV-REJECTED           VALUE "R".
              88 APRV-POSTED             VALUE "D".
              88 APRV-HELD               VALUE "H".
              88 APRV-RECYCLED           VALUE "F".
    **** 判定に使った金額（SC は EMP 表の現給与と新給与、NH は
    **** 初任給与を新給与に置き、現給与はゼロ）と変更率（％）。
           13 APRV-OLD-SALARY       PIC 9(5)V99.
           13 APRV-NEW-SALARY       PIC 9(5)V99.
           13 APRV-CHANGE-PCT       PIC 9(3)V99.
    **** 起票側（承認待ちを書いた SAMPLE-13 の実行）
           13 APRV-SUBMIT-USER      PIC X(20).
           13 APRV-SUBMIT-RUN-ID    PIC X(8).
           13 APRV-SUBMIT-TS        PIC 9(14).
           13 APRV-SUBMIT-BATCH     PIC 9(6).
    **** 決裁側（APRVMNT の実行。起票者と同じ OS ユーザーは不可）
           13 APRV-DECIDE-USER      PIC X(20).
           13 APRV-DECIDE-TS        PIC 9(14).
           13 APRV-APPROVAL-BATCH   PIC 9(6).
    **** 承認後の転記（承認バッチを流した SAMPLE-13 の実行。H／F
    **** では保留・再循環へ回した実行）
           13 APRV-POSTED-RUN-ID    PIC X(8).
           13 APRV-POSTED-TS        PIC 9(14).
