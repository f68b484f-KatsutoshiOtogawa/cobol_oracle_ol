    *****************************************************************
    **** COPYBOOK             RETROPRC
    **** 遡及給与インターフェースレコード（RETROPAY、80 桁固定）。
    **** retroclc.cob が給与計算部門向けに書き、glextrct.cob が
    **** 遡及分の仕訳を起こすために読む。
    **** RH=ヘッダー  RD=明細（社員・給与期間ごと）  RT=トレーラー
    **** 金額は常に正で持ち、支払（O）か回収（R）かは区分で示す。
    **** RH の実行タイムスタンプは、glextrct.cob が転記済みの
    **** RETROPAY を見分けるための識別子（GLRETPST に記録される）。
    *****************************************************************
        01 RETRO-RECORD.
           03 RETRO-TYPE-CODE            PIC X(02).
              88 RETRO-HEADER                 VALUE "RH".
              88 RETRO-DETAIL                 VALUE "RD".
              88 RETRO-TRAILER                VALUE "RT".
           03 RETRO-BODY                 PIC X(78).
           03 RETRO-HEADER-REC           REDEFINES RETRO-BODY.
              05 RETRO-RH-RUN-DATE       PIC 9(08).
              05 RETRO-RH-PERIOD-START   PIC 9(08).
              05 RETRO-RH-POSTED-FROM    PIC 9(08).
              05 RETRO-RH-POSTED-THRU    PIC 9(08).
              05 RETRO-RH-RUN-STAMP      PIC 9(14).
              05 FILLER                  PIC X(32).
           03 RETRO-DETAIL-REC           REDEFINES RETRO-BODY.
              05 RETRO-RD-EMP-NUMBER     PIC 9(05).
              05 RETRO-RD-DEPT-NUMBER    PIC 9(04).
              05 RETRO-RD-PERIOD-START   PIC 9(08).
              05 RETRO-RD-PERIOD-END     PIC 9(08).
              05 RETRO-RD-EFFECTIVE-DATE PIC 9(08).
              05 RETRO-RD-OLD-SALARY     PIC 9(05)V99.
              05 RETRO-RD-NEW-SALARY     PIC 9(05)V99.
              05 RETRO-RD-REASON-CODE    PIC X(04).
              05 RETRO-RD-DAYS-COVERED   PIC 9(02).
              05 RETRO-RD-DAYS-IN-PERIOD PIC 9(02).
              05 RETRO-RD-DIRECTION      PIC X(01).
                 88 RETRO-RD-OWED             VALUE "O".
                 88 RETRO-RD-RECOVERED        VALUE "R".
              05 RETRO-RD-AMOUNT         PIC 9(07)V99.
              05 FILLER                  PIC X(13).
           03 RETRO-TRAILER-REC          REDEFINES RETRO-BODY.
              05 RETRO-RT-RECORD-COUNT   PIC 9(07).
              05 RETRO-RT-EMP-HASH       PIC 9(11).
              05 RETRO-RT-OWED-TOTAL     PIC 9(11)V99.
              05 RETRO-RT-RECOVER-TOTAL  PIC 9(11)V99.
              05 FILLER                  PIC X(34).
