    *****************************************************************
    **** COPYBOOK             CHGACKRC
    **** 変更連携の受領確認ファイル（CHGACK、固定長 80 桁）。
    **** 受信側システムが CHGFEED の明細 1 件ごとに、実行 ID・連番
    **** と社員番号を返し、取込み結果（A=受理  R=却下、却下は理由
    **** 付き）を載せる。ヘッダー（H）・トレーラー（T）は任意で、
    **** トレーラーがあれば明細件数を chgackmt.cob が検証する。
    **** 複数の受信側の確認は連結して 1 ファイルで渡す。
    **** 明細の実行日には CHGFEED ヘッダーの実行日を返してもらう
    **** （空白なら実行 ID だけで最も新しい組に当てる）。
    *****************************************************************
        01 CHGACK-RECORD.
           13 CAK-RECORD-TYPE       PIC X(1).
              88 CAK-HEADER              VALUE "H".
              88 CAK-DETAIL              VALUE "D".
              88 CAK-TRAILER             VALUE "T".
           13 CAK-RUN-ID            PIC X(8).
           13 CAK-SEQ               PIC 9(7).
           13 CAK-BODY              PIC X(64).
           13 CAK-HEADER-REC        REDEFINES CAK-BODY.
              15 CAK-HDR-RECEIVER   PIC X(8).
              15 CAK-HDR-CREATE-TS  PIC 9(14).
              15 FILLER             PIC X(42).
           13 CAK-DETAIL-REC        REDEFINES CAK-BODY.
              15 CAK-DTL-EMP-NUMBER PIC 9(5).
              15 CAK-DTL-STATUS     PIC X(1).
                 88 CAK-ACCEPTED         VALUE "A".
                 88 CAK-REJECTED         VALUE "R".
              15 CAK-DTL-REASON     PIC X(20).
              15 CAK-DTL-RECEIVER   PIC X(8).
              15 CAK-DTL-RUN-DATE   PIC X(8).
              15 FILLER             PIC X(22).
           13 CAK-TRAILER-REC       REDEFINES CAK-BODY.
              15 CAK-TRL-RECORD-COUNT PIC 9(7).
              15 FILLER             PIC X(57).
