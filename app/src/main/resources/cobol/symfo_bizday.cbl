      *>symfo_bizday
      * 営業日カレンダーで期限日を求める呼び出し専用モジュール。
      * symfo_feed_trackのREPORT(応答期限)とsymfo_maint_approveの
      * REPORT(承認待ちの滞留)が、実行日から指定の営業日数だけさか
      * のぼった日付を求めるのに使う。暦日で数えていた頃は、ゴールデン
      * ウィーク・お盆・年末年始の明けにすべての購読者・受付が期限
      * 切れとして報告され、本当の例外が埋もれていた。
      * 土曜・日曜は休みとし、祝日と自社の休業日は営業日カレンダー
      * (既定はpostcd_calendar.txt。SYMFO_CALENDAR_FILEで差し替え
      * 可能)に年1回まとめて登録する。カレンダーは1行1日で、
      *   1-8桁目  日付(YYYYMMDD)
      *   10桁目   区分(H=祝日 S=自社休業日 B=営業日とする土日)
      *   12桁目~ 摘要(任意)
      * 先頭8桁が日付でない行(見出し・注記)は読み飛ばす。
      * symfo_month_end.shも同じカレンダーを読み、実行日が営業日で
      * なければ警告する。
      * カレンダーは最初の呼び出しで1回だけ読み込み、以後の呼び出し
      * では読み込んだ内容を使う
      * (呼び出しインタフェースはBIZ_DAY.cpy)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_bizday.
        ENVIRONMENT    DIVISION.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *営業日カレンダー
            SELECT  CALF  ASSIGN  TO  BIZ-CAL-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  BIZ-CAL-FST.
        DATA DIVISION.
        FILE SECTION.
      *営業日カレンダーのレコード定義
        FD  CALF.
        01  CAL-R.
            02  CAL-DATE-X             PIC X(8).
            02  FILLER                 PIC X(1).
            02  CAL-KIND               PIC X(1).
            02  FILLER                 PIC X(70).
        01  CAL-R-NUM  REDEFINES  CAL-R.
            02  CAL-DATE               PIC 9(8).
            02  FILLER                 PIC X(72).
        WORKING-STORAGE SECTION.
      *カレンダーの読み込み状態(最初の呼び出しで1回だけ読む)
        01  BIZ-LOADED             PIC X(1)  VALUE "N".
          88  BIZ-CAL-LOADED            VALUE "Y".
        01  BIZ-CAL-READABLE       PIC X(1)  VALUE "N".
          88  BIZ-CAL-OK                VALUE "Y".
        01  BIZ-CAL-FILE           PIC X(100)
                                    VALUE "postcd_calendar.txt".
        01  BIZ-CAL-FST            PIC X(2).
        01  BIZ-WORK               PIC X(100).
      *カレンダーに載った日(日付と区分)。2000日を超えた分は読み
      *捨てる(祝日と休業日で年に30日弱のため、数十年分に相当する)
        01  BIZ-CAL-COUNT          PIC 9(4)  BINARY  VALUE ZERO.
        01  BIZ-CAL-TBL.
            02  BIZ-CAL-ENT  OCCURS 2000 TIMES.
                03  BIZ-CAL-ENT-DATE   PIC 9(8).
                03  BIZ-CAL-ENT-KIND   PIC X(1).
        01  BIZ-CAL-IDX            PIC 9(4)  BINARY.
      *カレンダーに1日でも載っている年(保守済みの年)
        01  BIZ-YEAR-COUNT         PIC 9(4)  BINARY  VALUE ZERO.
        01  BIZ-YEAR-TBL.
            02  BIZ-YEAR-ENT  PIC 9(4)  OCCURS 100 TIMES.
        01  BIZ-YEAR-IDX           PIC 9(4)  BINARY.
        01  BIZ-YEAR-FOUND         PIC X(1).
          88  BIZ-YEAR-IS-FOUND         VALUE "Y".
      *判定中の日付と曜日(1=月曜~7=日曜)
        01  BIZ-YEAR               PIC 9(4).
        01  BIZ-MONTH              PIC 9(2).
        01  BIZ-DAY                PIC 9(2).
        01  BIZ-DATE.
            02  BIZ-DATE-Y         PIC 9(4).
            02  BIZ-DATE-M         PIC 9(2).
            02  BIZ-DATE-D         PIC 9(2).
        01  BIZ-DATE-9  REDEFINES  BIZ-DATE  PIC 9(8).
        01  BIZ-WEEKDAY            PIC 9(1).
        01  BIZ-KIND               PIC X(1).
        01  BIZ-BUSINESS           PIC X(1).
          88  BIZ-IS-BUSINESS           VALUE "Y".
      *さかのぼった営業日数と日数(カレンダーの誤りで営業日が見つから
      *ない場合に止めるため、さかのぼりは10年分までとする)
        01  BIZ-COUNTED            PIC 9(3)  BINARY.
        01  BIZ-STEPS              PIC 9(5)  BINARY.
      *月の日数とうるう年の判定用
        01  BIZ-MONTH-DAYS-TBL.
            02  FILLER  PIC X(24)  VALUE "312831303130313130313031".
        01  BIZ-MONTH-DAYS  REDEFINES  BIZ-MONTH-DAYS-TBL.
            02  BIZ-MONTH-DAY  PIC 9(2)  OCCURS 12 TIMES.
        01  BIZ-LEAP-REM4          PIC 9(4)  BINARY.
        01  BIZ-LEAP-REM100        PIC 9(4)  BINARY.
        01  BIZ-LEAP-REM400        PIC 9(4)  BINARY.
        01  BIZ-QUOT               PIC 9(4)  BINARY.
      *曜日の計算用(ツェラーの公式。3月始まりの年で数える)
        01  BIZ-Z-YEAR             PIC 9(4)  BINARY.
        01  BIZ-Z-MONTH            PIC 9(2)  BINARY.
        01  BIZ-Z-CENTURY          PIC 9(2)  BINARY.
        01  BIZ-Z-YEAR2            PIC 9(2)  BINARY.
        01  BIZ-Z-TERM             PIC 9(4)  BINARY.
        01  BIZ-Z-SUM              PIC 9(4)  BINARY.
        01  BIZ-Z-REM              PIC 9(1)  BINARY.
        LINKAGE SECTION.
      *呼び出しインタフェース(BIZ_DAY.cpy)
            COPY BIZ_DAY.
      *
        PROCEDURE DIVISION  USING  BIZ-DAY-PARM.
        MAIN SECTION.
            IF  NOT  BIZ-CAL-LOADED
                PERFORM LOAD-CALENDAR
            END-IF.
            IF  BIZ-CAL-OK
                MOVE  "00"  TO  BIZ-DAY-STATUS
            ELSE
                MOVE  "08"  TO  BIZ-DAY-STATUS
            END-IF.

      *起点の日の曜日と営業日かどうか
            MOVE  BIZ-DAY-FROM-DATE  TO  BIZ-DATE-9.
            MOVE  BIZ-DATE-Y  TO  BIZ-YEAR.
            MOVE  BIZ-DATE-M  TO  BIZ-MONTH.
            MOVE  BIZ-DATE-D  TO  BIZ-DAY.
            PERFORM COMPUTE-WEEKDAY.
            PERFORM CHECK-BUSINESS-DAY.
            MOVE  BIZ-BUSINESS  TO  BIZ-DAY-FROM-BUSINESS.

      *1日ずつさかのぼり、営業日だけを数える
            MOVE  ZERO  TO  BIZ-COUNTED.
            MOVE  ZERO  TO  BIZ-STEPS.
            PERFORM  UNTIL  BIZ-COUNTED  >=  BIZ-DAY-COUNT
                    OR  BIZ-STEPS  >  3660
                PERFORM STEP-BACK-ONE-DAY
                PERFORM CHECK-BUSINESS-DAY
                IF  BIZ-IS-BUSINESS
                    ADD  1  TO  BIZ-COUNTED
                END-IF
            END-PERFORM.
            MOVE  BIZ-YEAR   TO  BIZ-DATE-Y.
            MOVE  BIZ-MONTH  TO  BIZ-DATE-M.
            MOVE  BIZ-DAY    TO  BIZ-DATE-D.
            MOVE  BIZ-DATE-9  TO  BIZ-DAY-CUTOFF-DATE.
            EXIT PROGRAM.

        LOAD-CALENDAR SECTION.
      *営業日カレンダーを読み込む(読めなければ土日だけを休みとする)
            SET  BIZ-CAL-LOADED  TO  TRUE.
            DISPLAY  "SYMFO_CALENDAR_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    BIZ-WORK             FROM  ENVIRONMENT-VALUE.
            IF  BIZ-WORK  NOT  =  SPACES
                MOVE  BIZ-WORK  TO  BIZ-CAL-FILE
            END-IF.
            OPEN  INPUT  CALF.
            IF  BIZ-CAL-FST  =  "00"
                SET  BIZ-CAL-OK  TO  TRUE
                PERFORM  UNTIL  BIZ-CAL-FST  NOT  =  "00"
                    READ  CALF
                        END
                            CONTINUE
                        NOT END
                            IF  CAL-DATE-X  IS  NUMERIC
                                AND  (CAL-KIND  =  "H"
                                   OR  CAL-KIND  =  "S"
                                   OR  CAL-KIND  =  "B")
                                PERFORM ADD-CALENDAR-DAY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  CALF
            END-IF.
        LOAD-CALENDAR-END.
            EXIT.

        ADD-CALENDAR-DAY SECTION.
      *カレンダーの1日を表へ加え、その年を保守済みの年として覚える
            IF  BIZ-CAL-COUNT  <  2000
                ADD  1  TO  BIZ-CAL-COUNT
                MOVE  CAL-DATE  TO  BIZ-CAL-ENT-DATE(BIZ-CAL-COUNT)
                MOVE  CAL-KIND  TO  BIZ-CAL-ENT-KIND(BIZ-CAL-COUNT)
            END-IF.
            MOVE  CAL-DATE  TO  BIZ-DATE-9.
            MOVE  "N"  TO  BIZ-YEAR-FOUND.
            PERFORM  VARYING  BIZ-YEAR-IDX  FROM  1  BY  1
                    UNTIL  BIZ-YEAR-IDX  >  BIZ-YEAR-COUNT
                IF  BIZ-YEAR-ENT(BIZ-YEAR-IDX)  =  BIZ-DATE-Y
                    SET  BIZ-YEAR-IS-FOUND  TO  TRUE
                END-IF
            END-PERFORM.
            IF  NOT  BIZ-YEAR-IS-FOUND
                AND  BIZ-YEAR-COUNT  <  100
                ADD  1  TO  BIZ-YEAR-COUNT
                MOVE  BIZ-DATE-Y  TO  BIZ-YEAR-ENT(BIZ-YEAR-COUNT)
            END-IF.
        ADD-CALENDAR-DAY-END.
            EXIT.

        CHECK-BUSINESS-DAY SECTION.
      *判定中の日付(BIZ-YEAR/BIZ-MONTH/BIZ-DAYとBIZ-WEEKDAY)が営業日
      *かどうかをBIZ-BUSINESSへ返す。カレンダーに載っていない年なら
      *状態を04にする
            MOVE  BIZ-YEAR   TO  BIZ-DATE-Y.
            MOVE  BIZ-MONTH  TO  BIZ-DATE-M.
            MOVE  BIZ-DAY    TO  BIZ-DATE-D.
            IF  BIZ-CAL-OK
                MOVE  "N"  TO  BIZ-YEAR-FOUND
                PERFORM  VARYING  BIZ-YEAR-IDX  FROM  1  BY  1
                        UNTIL  BIZ-YEAR-IDX  >  BIZ-YEAR-COUNT
                    IF  BIZ-YEAR-ENT(BIZ-YEAR-IDX)  =  BIZ-YEAR
                        SET  BIZ-YEAR-IS-FOUND  TO  TRUE
                    END-IF
                END-PERFORM
                IF  NOT  BIZ-YEAR-IS-FOUND
                    MOVE  "04"  TO  BIZ-DAY-STATUS
                END-IF
            END-IF.
            MOVE  SPACE  TO  BIZ-KIND.
            PERFORM  VARYING  BIZ-CAL-IDX  FROM  1  BY  1
                    UNTIL  BIZ-CAL-IDX  >  BIZ-CAL-COUNT
                IF  BIZ-CAL-ENT-DATE(BIZ-CAL-IDX)  =  BIZ-DATE-9
                    MOVE  BIZ-CAL-ENT-KIND(BIZ-CAL-IDX)  TO  BIZ-KIND
                END-IF
            END-PERFORM.
            IF  BIZ-KIND  =  "H"  OR  BIZ-KIND  =  "S"
                MOVE  "N"  TO  BIZ-BUSINESS
            ELSE IF  BIZ-KIND  =  "B"
                MOVE  "Y"  TO  BIZ-BUSINESS
            ELSE IF  BIZ-WEEKDAY  >  5
                MOVE  "N"  TO  BIZ-BUSINESS
            ELSE
                MOVE  "Y"  TO  BIZ-BUSINESS
            END-IF.
        CHECK-BUSINESS-DAY-END.
            EXIT.

        STEP-BACK-ONE-DAY SECTION.
      *判定中の日付と曜日を1日戻す(月またぎ・年またぎ・うるう年の
      *2月を正しく扱う)
            ADD  1  TO  BIZ-STEPS.
            IF  BIZ-DAY  >  1
                SUBTRACT  1  FROM  BIZ-DAY
            ELSE
                IF  BIZ-MONTH  =  1
                    MOVE  12  TO  BIZ-MONTH
                    SUBTRACT  1  FROM  BIZ-YEAR
                ELSE
                    SUBTRACT  1  FROM  BIZ-MONTH
                END-IF
                MOVE  BIZ-MONTH-DAY(BIZ-MONTH)  TO  BIZ-DAY
                IF  BIZ-MONTH  =  2
                    PERFORM ADJUST-FOR-LEAP-YEAR
                END-IF
            END-IF.
            IF  BIZ-WEEKDAY  =  1
                MOVE  7  TO  BIZ-WEEKDAY
            ELSE
                SUBTRACT  1  FROM  BIZ-WEEKDAY
            END-IF.
        STEP-BACK-ONE-DAY-END.
            EXIT.

        ADJUST-FOR-LEAP-YEAR SECTION.
      *2月の末日をうるう年なら29日にする(4で割り切れ、100で割り
      *切れない年、または400で割り切れる年)
            DIVIDE  BIZ-YEAR  BY  4
                GIVING  BIZ-QUOT  REMAINDER  BIZ-LEAP-REM4.
            DIVIDE  BIZ-YEAR  BY  100
                GIVING  BIZ-QUOT  REMAINDER  BIZ-LEAP-REM100.
            DIVIDE  BIZ-YEAR  BY  400
                GIVING  BIZ-QUOT  REMAINDER  BIZ-LEAP-REM400.
            IF  (BIZ-LEAP-REM4  =  ZERO
                 AND  BIZ-LEAP-REM100  NOT  =  ZERO)
                OR  BIZ-LEAP-REM400  =  ZERO
                MOVE  29  TO  BIZ-DAY
            END-IF.
        ADJUST-FOR-LEAP-YEAR-END.
            EXIT.

        COMPUTE-WEEKDAY SECTION.
      *判定中の日付の曜日をツェラーの公式で求める。1月・2月は前年の
      *13月・14月として数え、結果(0=土曜~6=金曜)を1=月曜~7=日曜
      *へ読み替える
            MOVE  BIZ-YEAR   TO  BIZ-Z-YEAR.
            MOVE  BIZ-MONTH  TO  BIZ-Z-MONTH.
            IF  BIZ-Z-MONTH  <  3
                ADD  12  TO  BIZ-Z-MONTH
                SUBTRACT  1  FROM  BIZ-Z-YEAR
            END-IF.
            DIVIDE  BIZ-Z-YEAR  BY  100
                GIVING  BIZ-Z-CENTURY  REMAINDER  BIZ-Z-YEAR2.
            COMPUTE  BIZ-Z-TERM  =  13 * (BIZ-Z-MONTH + 1).
            DIVIDE  BIZ-Z-TERM  BY  5  GIVING  BIZ-Z-TERM.
            COMPUTE  BIZ-Z-SUM  =  BIZ-DAY + BIZ-Z-TERM + BIZ-Z-YEAR2
                                 + 5 * BIZ-Z-CENTURY.
            DIVIDE  BIZ-Z-YEAR2  BY  4  GIVING  BIZ-QUOT.
            ADD  BIZ-QUOT  TO  BIZ-Z-SUM.
            DIVIDE  BIZ-Z-CENTURY  BY  4  GIVING  BIZ-QUOT.
            ADD  BIZ-QUOT  TO  BIZ-Z-SUM.
            DIVIDE  BIZ-Z-SUM  BY  7
                GIVING  BIZ-QUOT  REMAINDER  BIZ-Z-REM.
            IF  BIZ-Z-REM  <  2
                COMPUTE  BIZ-WEEKDAY  =  BIZ-Z-REM + 6
            ELSE
                COMPUTE  BIZ-WEEKDAY  =  BIZ-Z-REM - 1
            END-IF.
        COMPUTE-WEEKDAY-END.
            EXIT.

        END PROGRAM symfo_bizday.
