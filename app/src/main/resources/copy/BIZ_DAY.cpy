      * BIZ_DAY.cpy
      * symfo_bizday(営業日カレンダーによる期限日計算モジュール)の
      * 呼び出しインタフェース。呼び出し側はBIZ-DAY-FROM-DATEへ起点の
      * 日付(通常は実行日)、BIZ-DAY-COUNTへさかのぼる営業日数を設定
      * してCALLし、BIZ-DAY-CUTOFF-DATEに起点から営業日数だけさか
      * のぼった日付を受け取る(起点の日自身は数えない。0日なら起点の
      * 日付がそのまま返る)。
      * 営業日は土曜・日曜以外で、営業日カレンダー(既定は
      * postcd_calendar.txt。SYMFO_CALENDAR_FILEで差し替え可能)に
      * 休日(H)・自社休業日(S)として載っていない日。カレンダーに
      * 営業日(B)として載った土曜・日曜は営業日として数える。
      *   BIZ-DAY-STATUS "00" = 正常
      *                  "04" = さかのぼった範囲にカレンダーの載って
      *                         いない年がある(その年は土日だけを
      *                         休みとして数えた。年次の保守漏れ)
      *                  "08" = カレンダーが読めない(土日だけを休み
      *                         として数えた)
      * いずれの場合もBIZ-DAY-CUTOFF-DATEは設定される。
      * BIZ-DAY-FROM-BUSINESSには起点の日が営業日ならYが返る
        01  BIZ-DAY-PARM.
            02  BIZ-DAY-FROM-DATE         PIC 9(8).
            02  BIZ-DAY-COUNT             PIC 9(3)  BINARY.
            02  BIZ-DAY-CUTOFF-DATE       PIC 9(8).
            02  BIZ-DAY-FROM-BUSINESS     PIC X(1).
            02  BIZ-DAY-STATUS            PIC X(2).
              88  BIZ-DAY-OK                  VALUE "00".
              88  BIZ-DAY-YEAR-MISSING        VALUE "04".
              88  BIZ-DAY-NO-CALENDAR         VALUE "08".
