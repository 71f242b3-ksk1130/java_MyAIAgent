      *>symfo_run_timing
      * 実行時間台帳(postcd_run_timing.csv)の集計プログラム。
      * POST_CD_LOAD_LOGにはsymfo_instの開始しか残らず、状態ファイル
      * にも開始時刻しか無かったため、月次の各ステップに何分かかって
      * いるのか、連鎖全体がバッチ時間帯の終わりへ近づいていないかを
      * 誰も答えられなかった。symfo_job.sh(symfo_month_end.shの各
      * ステップもこれを通る)が1ステップごとに開始・終了・経過時間と
      * 読み込み件数・反映件数を台帳へ1行追記し、このプログラムが
      * 次の2通りに使う。
      *   REPORT(既定) ステップ(プログラム)ごとに直近12か月の月別の
      *              実行回数、平均・最大の経過時間、読み込み件数、
      *              反映件数、1分あたりの読み込み件数を報告ファイル
      *              (既定はtiming.rpt。SYMFO_REPORT_FILEで差し替え
      *              可能)へ書き、12か月の最初と最後の平均経過時間の
      *              伸びを添える。集計の最終月はSYMFO_TIMING_MONTH
      *              (YYYYMM。未設定は実行月)
      *   PROJECT    symfo_month_end.shが連鎖の開始前に呼ぶ。
      *              SYMFO_TIMING_PROGRAMS(空白区切りのプログラム名)
      *              の各ステップについて、直近3回の正常終了のうち
      *              最も長い経過時間を見込みとし、現在時刻に足した
      *              終了見込みがバッチ時間帯の終わり(SYMFO_WINDOW_END、
      *              HHMM。既定は0600。現在時刻より前の時刻は翌日と
      *              みなす)を過ぎる場合に警告して終了コード4を返す
      * 経過時間の集計・見込みには終了コード8未満(正常・警告)の実行
      * だけを使い、それ以外は失敗回数として数える。
      * 台帳はSYMFO_TIMING_FILEで差し替え可能。データベースには
      * 接続しない
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_run_timing.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *実行時間台帳(既定はpostcd_run_timing.csv。SYMFO_TIMING_FILEで
      *差し替え可能。まだ1件も記録されていない場合に備えOPTIONAL)
            SELECT  OPTIONAL  TIMF  ASSIGN  TO  WS-TIMING-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  TIMF-FST.
      *推移の報告ファイル(既定はtiming.rpt。SYMFO_REPORT_FILEで
      *差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *実行時間台帳のレコード定義(空白区切り。symfo_job.shが書く)
        FD  TIMF.
        01  TIM-R.
            02  TIM-PROGRAM            PIC X(24).
            02  FILLER                 PIC X(1).
            02  TIM-START-DATE.
              03  TIM-START-YYYY       PIC 9(4).
              03  TIM-START-MM         PIC 9(2).
              03  TIM-START-DD         PIC 9(2).
            02  FILLER                 PIC X(1).
            02  TIM-START-TIME         PIC 9(6).
            02  FILLER                 PIC X(1).
            02  TIM-END-DATE           PIC 9(8).
            02  FILLER                 PIC X(1).
            02  TIM-END-TIME           PIC 9(6).
            02  FILLER                 PIC X(1).
            02  TIM-ELAPSED            PIC 9(7).
            02  FILLER                 PIC X(1).
            02  TIM-RC                 PIC 9(3).
            02  FILLER                 PIC X(1).
            02  TIM-ROWS-READ          PIC 9(9).
            02  FILLER                 PIC X(1).
            02  TIM-ROWS-APPLIED       PIC 9(9).
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        WORKING-STORAGE SECTION.
      *ファイルのステータス変数
        01  TIMF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-TIMING-FILE         PIC X(100)
                VALUE "postcd_run_timing.csv".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "timing.rpt".
        01  WORK                   PIC X(100).
      *動作モード(REPORT/PROJECT)
        01  WS-MODE                PIC X(10)   VALUE "REPORT".
          88  MODE-PROJECT              VALUE "PROJECT".
      *実行日と集計の最終月
        01  WS-RUN-DATE.
          02  WS-RUN-YYYY          PIC 9(4).
          02  WS-RUN-MM            PIC 9(2).
          02  WS-RUN-DD            PIC 9(2).
        01  WS-END-MONTH-X         PIC X(6).
        01  WS-END-MONTH           PIC 9(6).
        01  WS-END-MONTH-R  REDEFINES  WS-END-MONTH.
          02  WS-END-YYYY          PIC 9(4).
          02  WS-END-MM            PIC 9(2).
      *月の通し番号(年×12+月-1)と、集計期間の最初の月の通し番号
        01  WS-MONTH-KEY           PIC 9(6)  BINARY.
        01  WS-FIRST-MONTH-KEY     PIC 9(6)  BINARY.
        01  WS-MONTH-IDX           PIC 9(2)  BINARY.
      *月の通し番号から年月へ戻す作業域
        01  WS-YM.
          02  WS-YM-YYYY           PIC 9(4).
          02  WS-YM-MM             PIC 9(2).
      *ステップ(プログラム)ごとの集計
        01  WS-PGM-TBL.
          02  WS-PGM-ENTRY         OCCURS 60 TIMES.
            03  WS-PGM-NAME        PIC X(24).
            03  WS-PGM-WANTED      PIC X(1).
            03  WS-PGM-MONTH       OCCURS 12 TIMES.
              04  WS-PM-RUNS       PIC 9(5)  BINARY.
              04  WS-PM-FAILS      PIC 9(5)  BINARY.
              04  WS-PM-ELAPSED    PIC 9(9)  BINARY.
              04  WS-PM-MAX        PIC 9(7)  BINARY.
              04  WS-PM-READ       PIC 9(11) BINARY.
              04  WS-PM-APPLIED    PIC 9(11) BINARY.
            03  WS-PGM-RECENT      PIC 9(7)  BINARY  OCCURS 3 TIMES.
            03  WS-PGM-RECENT-CNT  PIC 9(1).
        01  WS-PGM-COUNT           PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-PGM-IDX             PIC 9(3)  BINARY.
      *プログラムの表に入りきらなかった台帳行の件数
        01  WS-PGM-OVERFLOW        PIC 9(7)  BINARY  VALUE ZERO.
      *探すプログラム名と、見つかった(または追加した)表の位置
        01  WS-FIND-NAME           PIC X(24).
        01  WS-FIND-IDX            PIC 9(3)  BINARY.
      *見込みを出すステップの一覧(SYMFO_TIMING_PROGRAMS)
        01  WS-STEP-LIST           PIC X(400).
        01  WS-STEP-PTR            PIC 9(3)  BINARY.
        01  WS-STEP-NAME           PIC X(24).
        01  WS-STEP-COUNT          PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-STEP-NO-HISTORY     PIC 9(3)  BINARY  VALUE ZERO.
      *バッチ時間帯の終わり(HHMM)
        01  WS-WINDOW-X            PIC X(4).
        01  WS-WINDOW-END          PIC 9(4)   VALUE 0600.
        01  WS-WINDOW-END-R  REDEFINES  WS-WINDOW-END.
          02  WS-WINDOW-HH         PIC 9(2).
          02  WS-WINDOW-MI         PIC 9(2).
      *現在時刻と、見込みの計算に使う秒数
        01  WS-NOW.
          02  WS-NOW-HH            PIC 9(2).
          02  WS-NOW-MI            PIC 9(2).
          02  WS-NOW-SS            PIC 9(2).
          02  WS-NOW-CC            PIC 9(2).
        01  WS-NOW-SEC             PIC 9(7)  BINARY.
        01  WS-WINDOW-SEC          PIC 9(7)  BINARY.
        01  WS-FINISH-SEC          PIC 9(9)  BINARY.
        01  WS-STEP-SEC            PIC 9(7)  BINARY.
        01  WS-TOTAL-SEC           PIC 9(9)  BINARY  VALUE ZERO.
        01  WS-OVER-SEC            PIC 9(9)  BINARY.
      *秒数を時:分:秒へ直す作業域
        01  WS-SEC-IN              PIC 9(9)  BINARY.
        01  WS-SEC-REST            PIC 9(9)  BINARY.
        01  WS-HMS.
          02  WS-HMS-HH            PIC 9(3).
          02  FILLER               PIC X(1)   VALUE ":".
          02  WS-HMS-MI            PIC 9(2).
          02  FILLER               PIC X(1)   VALUE ":".
          02  WS-HMS-SS            PIC 9(2).
      *時刻(日をまたぐ場合は翌日と付記)の表示用
        01  WS-CLOCK.
          02  WS-CLOCK-HH          PIC 9(2).
          02  FILLER               PIC X(1)   VALUE ":".
          02  WS-CLOCK-MI          PIC 9(2).
          02  FILLER               PIC X(1)   VALUE ":".
          02  WS-CLOCK-SS          PIC 9(2).
          02  WS-CLOCK-DAY         PIC X(9).
      *月別の平均経過時間・1分あたり件数・伸び率の計算用
        01  WS-AVG-SEC             PIC 9(7)  BINARY.
        01  WS-FIRST-AVG           PIC 9(7)  BINARY.
        01  WS-LAST-AVG            PIC 9(7)  BINARY.
        01  WS-FIRST-YM            PIC 9(6).
        01  WS-LAST-YM             PIC 9(6).
        01  WS-PER-MIN             PIC 9(9)  BINARY.
        01  WS-MON-ELAPSED         PIC 9(9)  BINARY.
        01  WS-MON-READ            PIC 9(11) BINARY.
        01  WS-CHANGE-PCT          PIC S9(5) BINARY.
        01  WS-PGM-RUNS            PIC 9(7)  BINARY.
      *実行結果の集計(台帳の読み込み件数、読み飛ばした不正な行、
      *報告したプログラム数、期間内の実行回数・失敗回数)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-BAD            PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PGMS-REPORTED       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-RUNS-TOTAL          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-FAILS-TOTAL         PIC 9(7)  BINARY  VALUE ZERO.
      *報告の見出し行
        01  WS-RPT-HEAD.
          02  FILLER               PIC X(47)
              VALUE "symfo_run_timing: step run times, 12 months to ".
          02  WS-RPT-HEAD-MONTH    PIC 9(6).
        01  WS-RPT-PGM-HEAD.
          02  FILLER               PIC X(8)   VALUE "PROGRAM ".
          02  WS-RPT-PGM-NAME      PIC X(24).
        01  WS-RPT-COL-HEAD.
          02  FILLER               PIC X(40)  VALUE
              "  MONTH    RUNS  FAIL  AVG-ELAPSED  MAX-".
          02  FILLER               PIC X(41)  VALUE
              "ELAPSED  ROWS-READ ROWS-APPLIED  ROWS/MIN".
      *月別の明細行
        01  WS-RPT-MONTH.
          02  FILLER               PIC X(2)   VALUE SPACES.
          02  WS-RPT-M-YM          PIC 9(6).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-M-RUNS        PIC Z(5)9.
          02  WS-RPT-M-FAILS       PIC Z(5)9.
          02  FILLER               PIC X(4)   VALUE SPACES.
          02  WS-RPT-M-AVG         PIC X(9).
          02  FILLER               PIC X(4)   VALUE SPACES.
          02  WS-RPT-M-MAX         PIC X(9).
          02  WS-RPT-M-READ        PIC Z(10)9.
          02  WS-RPT-M-APPLIED     PIC Z(12)9.
          02  WS-RPT-M-PER-MIN     PIC Z(9)9.
      *12か月の伸びの行
        01  WS-RPT-TREND.
          02  FILLER               PIC X(14)  VALUE "  TREND first=".
          02  WS-RPT-T-FIRST-YM    PIC 9(6).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-T-FIRST       PIC X(9).
          02  FILLER               PIC X(6)   VALUE " last=".
          02  WS-RPT-T-LAST-YM     PIC 9(6).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-T-LAST        PIC X(9).
          02  FILLER               PIC X(8)   VALUE " change=".
          02  WS-RPT-T-CHANGE      PIC +(5)9.
          02  FILLER               PIC X(1)   VALUE "%".
      *報告の末尾の件数行
        01  WS-RPT-TRAILER.
          02  FILLER               PIC X(9)   VALUE "PROGRAMS=".
          02  WS-RPT-TRL-PGMS      PIC 9(5).
          02  FILLER               PIC X(6)   VALUE " RUNS=".
          02  WS-RPT-TRL-RUNS      PIC 9(7).
          02  FILLER               PIC X(8)   VALUE " FAILED=".
          02  WS-RPT-TRL-FAILS     PIC 9(7).
      *プログラムの終了コード。正常は0、終了見込みが時間帯を過ぎる
      *(PROJECT)・台帳に不正な行あり(REPORT)は4、モードの誤りは8、
      *異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名と動作モード(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_TIMING_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-TIMING-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
            DISPLAY  "SYMFO_TIMING_MODE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-MODE
            END-IF.
            IF  WS-MODE  NOT  =  "REPORT"
                AND  NOT  MODE-PROJECT
                DISPLAY  "symfo_run_timing: unknown SYMFO_TIMING_MODE "
                         WS-MODE
                    UPON  CONS
                MOVE  8  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *集計の最終月(未設定、もしくは数値以外の場合は実行月)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            MOVE  WS-RUN-YYYY  TO  WS-END-YYYY.
            MOVE  WS-RUN-MM    TO  WS-END-MM.
            DISPLAY  "SYMFO_TIMING_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-END-MONTH-X      FROM  ENVIRONMENT-VALUE.
            IF  WS-END-MONTH-X  IS  NUMERIC
                AND  WS-END-MONTH-X(5:2)  >=  "01"
                AND  WS-END-MONTH-X(5:2)  <=  "12"
                MOVE  WS-END-MONTH-X  TO  WS-END-MONTH
            END-IF.
            COMPUTE  WS-FIRST-MONTH-KEY
                =  WS-END-YYYY  *  12  +  WS-END-MM  -  1  -  11.

      *見込みを出すステップの一覧とバッチ時間帯の終わり
            MOVE  SPACES  TO  WS-STEP-LIST.
            DISPLAY  "SYMFO_TIMING_PROGRAMS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-STEP-LIST           FROM  ENVIRONMENT-VALUE.
            DISPLAY  "SYMFO_WINDOW_END"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-WINDOW-X       FROM  ENVIRONMENT-VALUE.
            IF  WS-WINDOW-X  IS  NUMERIC
                AND  WS-WINDOW-X(1:2)  <  "24"
                AND  WS-WINDOW-X(3:2)  <  "60"
                MOVE  WS-WINDOW-X  TO  WS-WINDOW-END
            ELSE IF  WS-WINDOW-X  NOT  =  SPACES
                DISPLAY  "symfo_run_timing: SYMFO_WINDOW_END "
                         WS-WINDOW-X  " is not HHMM, using "
                         WS-WINDOW-END
                    UPON  CONS
            END-IF.

      *見込みを出す場合は、先に対象のステップを表へ積んでおく
            IF  MODE-PROJECT
                PERFORM LOAD-STEP-LIST
            END-IF.

            PERFORM LOAD-TIMING-FILE.

            IF  WS-PROGRAM-RC  <  16
                IF  MODE-PROJECT
                    PERFORM PROJECT-CHAIN-FINISH
                ELSE
                    PERFORM WRITE-TREND-REPORT
                END-IF
            END-IF.

            IF  WS-ROWS-BAD  NOT  =  ZERO
                DISPLAY  "symfo_run_timing: WARNING - "  WS-ROWS-BAD
                         " unreadable line(s) in "  WS-TIMING-FILE
                    UPON  CONS
                IF  WS-PROGRAM-RC  <  4
                    AND  NOT  MODE-PROJECT
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
            IF  WS-PGM-OVERFLOW  NOT  =  ZERO
                DISPLAY  "symfo_run_timing: WARNING - "
                         WS-PGM-OVERFLOW
                         " line(s) for programs beyond 60 not counted"
                    UPON  CONS
                IF  WS-PROGRAM-RC  <  4
                    AND  NOT  MODE-PROJECT
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
            IF  MODE-PROJECT
                DISPLAY  "symfo_run_timing: read="  WS-ROWS-READ
                         " steps="                  WS-STEP-COUNT
                         " no-history="             WS-STEP-NO-HISTORY
                    UPON  CONS
            ELSE
                DISPLAY  "symfo_run_timing: read="  WS-ROWS-READ
                         " programs="               WS-PGMS-REPORTED
                         " runs="                   WS-RUNS-TOTAL
                         " failed="                 WS-FAILS-TOTAL
                    UPON  CONS
            END-IF.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-STEP-LIST SECTION.
      *SYMFO_TIMING_PROGRAMSを空白で区切り、各プログラムを表へ積んで
      *見込みの対象にする
            MOVE  1  TO  WS-STEP-PTR.
            PERFORM  UNTIL  WS-STEP-PTR  >  400
                MOVE  SPACES  TO  WS-STEP-NAME
                UNSTRING  WS-STEP-LIST  DELIMITED  BY  ALL  SPACE
                    INTO  WS-STEP-NAME
                    WITH  POINTER  WS-STEP-PTR
                END-UNSTRING
                IF  WS-STEP-NAME  NOT  =  SPACES
                    MOVE  WS-STEP-NAME  TO  WS-FIND-NAME
                    PERFORM FIND-PROGRAM
                    IF  WS-FIND-IDX  NOT  =  ZERO
                        MOVE  "Y"  TO  WS-PGM-WANTED(WS-FIND-IDX)
                        ADD  1  TO  WS-STEP-COUNT
                    END-IF
                END-IF
            END-PERFORM.
        LOAD-STEP-LIST-END.
            EXIT.

        LOAD-TIMING-FILE SECTION.
      *台帳を全件読み、プログラムごとに集計する
            OPEN  INPUT  TIMF.
            IF  TIMF-FST  NOT  =  "00"
                AND  TIMF-FST  NOT  =  "05"
                DISPLAY  "symfo_run_timing: timing file open error FST="
                         TIMF-FST  " "  WS-TIMING-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "00"  TO  TIMF-FST
                PERFORM  UNTIL  TIMF-FST  NOT  =  "00"
                    READ  TIMF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-ROWS-READ
                            PERFORM ADD-TIMING-ROW
                    END-READ
                END-PERFORM
      *TIMF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
                IF  TIMF-FST  NOT  =  "10"
                    DISPLAY  "symfo_run_timing: timing file read error"
                             " FST="  TIMF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                CLOSE  TIMF
            END-IF.
        LOAD-TIMING-FILE-END.
            EXIT.

        ADD-TIMING-ROW SECTION.
      *台帳1行をプログラムの集計へ足す。見込みの場合は対象の
      *ステップだけ、直近3回の正常終了の経過時間を持つ
            IF  TIM-PROGRAM  =  SPACES
                OR  TIM-START-DATE  NOT  NUMERIC
                OR  TIM-ELAPSED  NOT  NUMERIC
                OR  TIM-RC  NOT  NUMERIC
                OR  TIM-ROWS-READ  NOT  NUMERIC
                OR  TIM-ROWS-APPLIED  NOT  NUMERIC
                ADD  1  TO  WS-ROWS-BAD
            ELSE
                MOVE  TIM-PROGRAM  TO  WS-FIND-NAME
                IF  MODE-PROJECT
                    PERFORM SEARCH-PROGRAM
                    IF  WS-FIND-IDX  NOT  =  ZERO
                        AND  TIM-RC  <  8
                        PERFORM ADD-RECENT-ELAPSED
                    END-IF
                ELSE
                    COMPUTE  WS-MONTH-KEY
                        =  TIM-START-YYYY  *  12  +  TIM-START-MM  -  1
                    IF  WS-MONTH-KEY  NOT  <  WS-FIRST-MONTH-KEY
                        AND  WS-MONTH-KEY  <  WS-FIRST-MONTH-KEY  +  12
                        PERFORM FIND-PROGRAM
                        IF  WS-FIND-IDX  NOT  =  ZERO
                            COMPUTE  WS-MONTH-IDX
                                =  WS-MONTH-KEY  -  WS-FIRST-MONTH-KEY
                                   +  1
                            PERFORM ADD-MONTH-RUN
                        END-IF
                    END-IF
                END-IF
            END-IF.
        ADD-TIMING-ROW-END.
            EXIT.

        ADD-MONTH-RUN SECTION.
      *台帳1行をプログラム・月の集計へ足す(失敗した実行は回数だけ)
            IF  TIM-RC  <  8
                ADD  1  TO  WS-PM-RUNS(WS-FIND-IDX, WS-MONTH-IDX)
                ADD  TIM-ELAPSED
                    TO  WS-PM-ELAPSED(WS-FIND-IDX, WS-MONTH-IDX)
                IF  TIM-ELAPSED  >  WS-PM-MAX(WS-FIND-IDX, WS-MONTH-IDX)
                    MOVE  TIM-ELAPSED
                        TO  WS-PM-MAX(WS-FIND-IDX, WS-MONTH-IDX)
                END-IF
                ADD  TIM-ROWS-READ
                    TO  WS-PM-READ(WS-FIND-IDX, WS-MONTH-IDX)
                ADD  TIM-ROWS-APPLIED
                    TO  WS-PM-APPLIED(WS-FIND-IDX, WS-MONTH-IDX)
            ELSE
                ADD  1  TO  WS-PM-FAILS(WS-FIND-IDX, WS-MONTH-IDX)
            END-IF.
        ADD-MONTH-RUN-END.
            EXIT.

        ADD-RECENT-ELAPSED SECTION.
      *正常終了の経過時間を直近3回の表へ積む(台帳は古い順に並ぶ
      *ため、新しいものを先頭に入れて古いものを押し出す)
            MOVE  WS-PGM-RECENT(WS-FIND-IDX, 2)
                TO  WS-PGM-RECENT(WS-FIND-IDX, 3).
            MOVE  WS-PGM-RECENT(WS-FIND-IDX, 1)
                TO  WS-PGM-RECENT(WS-FIND-IDX, 2).
            MOVE  TIM-ELAPSED  TO  WS-PGM-RECENT(WS-FIND-IDX, 1).
            IF  WS-PGM-RECENT-CNT(WS-FIND-IDX)  <  3
                ADD  1  TO  WS-PGM-RECENT-CNT(WS-FIND-IDX)
            END-IF.
        ADD-RECENT-ELAPSED-END.
            EXIT.

        SEARCH-PROGRAM SECTION.
      *WS-FIND-NAMEのプログラムを表から探す(無ければWS-FIND-IDX=0)
            MOVE  ZERO  TO  WS-FIND-IDX.
            PERFORM  VARYING  WS-PGM-IDX  FROM  1  BY  1
                    UNTIL  WS-PGM-IDX  >  WS-PGM-COUNT
                        OR  WS-FIND-IDX  NOT  =  ZERO
                IF  WS-PGM-NAME(WS-PGM-IDX)  =  WS-FIND-NAME
                    MOVE  WS-PGM-IDX  TO  WS-FIND-IDX
                END-IF
            END-PERFORM.
        SEARCH-PROGRAM-END.
            EXIT.

        FIND-PROGRAM SECTION.
      *WS-FIND-NAMEのプログラムを表から探し、無ければ追加する(表が
      *一杯の場合はWS-FIND-IDX=0で返す)
            PERFORM SEARCH-PROGRAM.
            IF  WS-FIND-IDX  =  ZERO
                IF  WS-PGM-COUNT  <  60
                    ADD  1  TO  WS-PGM-COUNT
                    MOVE  WS-PGM-COUNT  TO  WS-FIND-IDX
                    INITIALIZE  WS-PGM-ENTRY(WS-FIND-IDX)
                    MOVE  WS-FIND-NAME  TO  WS-PGM-NAME(WS-FIND-IDX)
                    MOVE  "N"           TO  WS-PGM-WANTED(WS-FIND-IDX)
                ELSE
                    ADD  1  TO  WS-PGM-OVERFLOW
                END-IF
            END-IF.
        FIND-PROGRAM-END.
            EXIT.

        WRITE-TREND-REPORT SECTION.
      *期間内に実行のあったプログラムごとに、月別の明細と12か月の
      *伸びを報告へ書く
            OPEN  OUTPUT  RPTF.
            MOVE  WS-END-MONTH  TO  WS-RPT-HEAD-MONTH.
            MOVE  WS-RPT-HEAD   TO  RPT-LINE.
            WRITE  RPT-LINE.
            PERFORM  VARYING  WS-PGM-IDX  FROM  1  BY  1
                    UNTIL  WS-PGM-IDX  >  WS-PGM-COUNT
                PERFORM WRITE-PROGRAM-TREND
            END-PERFORM.
            MOVE  WS-PGMS-REPORTED  TO  WS-RPT-TRL-PGMS.
            MOVE  WS-RUNS-TOTAL     TO  WS-RPT-TRL-RUNS.
            MOVE  WS-FAILS-TOTAL    TO  WS-RPT-TRL-FAILS.
            MOVE  WS-RPT-TRAILER    TO  RPT-LINE.
            WRITE  RPT-LINE.
            CLOSE  RPTF.
        WRITE-TREND-REPORT-END.
            EXIT.

        WRITE-PROGRAM-TREND SECTION.
      *プログラム1本分の月別の明細と伸びの行を書く。1分あたりの件数
      *は読み込み件数を経過時間(分)で割ったもの
            MOVE  SPACES  TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-PGM-NAME(WS-PGM-IDX)  TO  WS-RPT-PGM-NAME.
            MOVE  WS-RPT-PGM-HEAD  TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-RPT-COL-HEAD  TO  RPT-LINE.
            WRITE  RPT-LINE.
            ADD  1  TO  WS-PGMS-REPORTED.
            MOVE  ZERO  TO  WS-FIRST-AVG  WS-LAST-AVG
                            WS-FIRST-YM   WS-LAST-YM.
            PERFORM  VARYING  WS-MONTH-IDX  FROM  1  BY  1
                    UNTIL  WS-MONTH-IDX  >  12
                COMPUTE  WS-MONTH-KEY
                    =  WS-FIRST-MONTH-KEY  +  WS-MONTH-IDX  -  1
                PERFORM SET-MONTH-YM
                MOVE  WS-YM  TO  WS-RPT-M-YM
                MOVE  WS-PM-RUNS(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-RPT-M-RUNS
                MOVE  WS-PM-FAILS(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-RPT-M-FAILS
                ADD  WS-PM-RUNS(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-RUNS-TOTAL
                ADD  WS-PM-FAILS(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-FAILS-TOTAL
                IF  WS-PM-RUNS(WS-PGM-IDX, WS-MONTH-IDX)  =  ZERO
                    MOVE  ZERO  TO  WS-AVG-SEC
                    MOVE  ZERO  TO  WS-PER-MIN
                ELSE
                    MOVE  WS-PM-ELAPSED(WS-PGM-IDX, WS-MONTH-IDX)
                        TO  WS-MON-ELAPSED
                    MOVE  WS-PM-READ(WS-PGM-IDX, WS-MONTH-IDX)
                        TO  WS-MON-READ
                    COMPUTE  WS-AVG-SEC  ROUNDED
                        =  WS-MON-ELAPSED
                           /  WS-PM-RUNS(WS-PGM-IDX, WS-MONTH-IDX)
                    IF  WS-MON-ELAPSED  =  ZERO
                        COMPUTE  WS-PER-MIN  =  WS-MON-READ  *  60
                    ELSE
                        COMPUTE  WS-PER-MIN  ROUNDED
                            =  WS-MON-READ  *  60  /  WS-MON-ELAPSED
                    END-IF
                    IF  WS-FIRST-YM  =  ZERO
                        MOVE  WS-YM       TO  WS-FIRST-YM
                        MOVE  WS-AVG-SEC  TO  WS-FIRST-AVG
                    END-IF
                    MOVE  WS-YM       TO  WS-LAST-YM
                    MOVE  WS-AVG-SEC  TO  WS-LAST-AVG
                END-IF
                MOVE  WS-AVG-SEC  TO  WS-SEC-IN
                PERFORM FORMAT-HMS
                MOVE  WS-HMS  TO  WS-RPT-M-AVG
                MOVE  WS-PM-MAX(WS-PGM-IDX, WS-MONTH-IDX)  TO  WS-SEC-IN
                PERFORM FORMAT-HMS
                MOVE  WS-HMS  TO  WS-RPT-M-MAX
                MOVE  WS-PM-READ(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-RPT-M-READ
                MOVE  WS-PM-APPLIED(WS-PGM-IDX, WS-MONTH-IDX)
                    TO  WS-RPT-M-APPLIED
                MOVE  WS-PER-MIN  TO  WS-RPT-M-PER-MIN
                MOVE  WS-RPT-MONTH  TO  RPT-LINE
                WRITE  RPT-LINE
            END-PERFORM.
      *12か月の最初と最後の平均経過時間を比べる
            IF  WS-FIRST-AVG  =  ZERO
                MOVE  ZERO  TO  WS-CHANGE-PCT
            ELSE
                COMPUTE  WS-CHANGE-PCT  ROUNDED
                    =  (WS-LAST-AVG  -  WS-FIRST-AVG)  *  100
                       /  WS-FIRST-AVG
            END-IF.
            MOVE  WS-FIRST-YM    TO  WS-RPT-T-FIRST-YM.
            MOVE  WS-FIRST-AVG   TO  WS-SEC-IN.
            PERFORM FORMAT-HMS.
            MOVE  WS-HMS         TO  WS-RPT-T-FIRST.
            MOVE  WS-LAST-YM     TO  WS-RPT-T-LAST-YM.
            MOVE  WS-LAST-AVG    TO  WS-SEC-IN.
            PERFORM FORMAT-HMS.
            MOVE  WS-HMS         TO  WS-RPT-T-LAST.
            MOVE  WS-CHANGE-PCT  TO  WS-RPT-T-CHANGE.
            MOVE  WS-RPT-TREND   TO  RPT-LINE.
            WRITE  RPT-LINE.
        WRITE-PROGRAM-TREND-END.
            EXIT.

        PROJECT-CHAIN-FINISH SECTION.
      *対象の各ステップの見込み(直近3回の正常終了のうち最長)を
      *足し、現在時刻からの終了見込みをバッチ時間帯の終わりと比べる
            ACCEPT  WS-NOW  FROM  TIME.
            COMPUTE  WS-NOW-SEC
                =  WS-NOW-HH  *  3600  +  WS-NOW-MI  *  60
                   +  WS-NOW-SS.
            COMPUTE  WS-WINDOW-SEC
                =  WS-WINDOW-HH  *  3600  +  WS-WINDOW-MI  *  60.
            IF  WS-WINDOW-SEC  NOT  >  WS-NOW-SEC
                ADD  86400  TO  WS-WINDOW-SEC
            END-IF.
            MOVE  WS-NOW-HH  TO  WS-CLOCK-HH.
            MOVE  WS-NOW-MI  TO  WS-CLOCK-MI.
            MOVE  WS-NOW-SS  TO  WS-CLOCK-SS.
            MOVE  SPACES     TO  WS-CLOCK-DAY.
            DISPLAY  "symfo_run_timing: projection from "
                     WS-CLOCK(1:8)
                     " window end "  WS-WINDOW-HH  ":"  WS-WINDOW-MI
                UPON  CONS.
            PERFORM  VARYING  WS-PGM-IDX  FROM  1  BY  1
                    UNTIL  WS-PGM-IDX  >  WS-PGM-COUNT
                IF  WS-PGM-WANTED(WS-PGM-IDX)  =  "Y"
                    PERFORM PROJECT-ONE-STEP
                END-IF
            END-PERFORM.
            COMPUTE  WS-FINISH-SEC  =  WS-NOW-SEC  +  WS-TOTAL-SEC.
            MOVE  WS-FINISH-SEC  TO  WS-SEC-IN.
            PERFORM FORMAT-CLOCK.
            MOVE  WS-TOTAL-SEC   TO  WS-SEC-IN.
            PERFORM FORMAT-HMS.
            DISPLAY  "symfo_run_timing: projected elapsed "  WS-HMS
                     " finish "  WS-CLOCK
                UPON  CONS.
            IF  WS-FINISH-SEC  >  WS-WINDOW-SEC
                COMPUTE  WS-OVER-SEC  =  WS-FINISH-SEC  -  WS-WINDOW-SEC
                MOVE  WS-OVER-SEC  TO  WS-SEC-IN
                PERFORM FORMAT-HMS
                DISPLAY  "symfo_run_timing: WARNING - projected finish"
                         " passes the batch window end by "  WS-HMS
                    UPON  CONS
                MOVE  4  TO  WS-PROGRAM-RC
            END-IF.
            IF  WS-STEP-NO-HISTORY  NOT  =  ZERO
                DISPLAY  "symfo_run_timing: "  WS-STEP-NO-HISTORY
                         " step(s) without run history are not"
                         " in the projection"
                    UPON  CONS
            END-IF.
        PROJECT-CHAIN-FINISH-END.
            EXIT.

        PROJECT-ONE-STEP SECTION.
      *ステップ1本の見込みを求めて表示し、合計へ足す
            MOVE  ZERO  TO  WS-STEP-SEC.
            PERFORM  VARYING  WS-MONTH-IDX  FROM  1  BY  1
                    UNTIL  WS-MONTH-IDX
                               >  WS-PGM-RECENT-CNT(WS-PGM-IDX)
                IF  WS-PGM-RECENT(WS-PGM-IDX, WS-MONTH-IDX)
                        >  WS-STEP-SEC
                    MOVE  WS-PGM-RECENT(WS-PGM-IDX, WS-MONTH-IDX)
                        TO  WS-STEP-SEC
                END-IF
            END-PERFORM.
            IF  WS-PGM-RECENT-CNT(WS-PGM-IDX)  =  ZERO
                ADD  1  TO  WS-STEP-NO-HISTORY
                DISPLAY  "symfo_run_timing:   "
                         WS-PGM-NAME(WS-PGM-IDX)
                         " no run history"
                    UPON  CONS
            ELSE
                ADD  WS-STEP-SEC  TO  WS-TOTAL-SEC
                MOVE  WS-STEP-SEC  TO  WS-SEC-IN
                PERFORM FORMAT-HMS
                DISPLAY  "symfo_run_timing:   "
                         WS-PGM-NAME(WS-PGM-IDX)
                         " "  WS-HMS
                    UPON  CONS
            END-IF.
        PROJECT-ONE-STEP-END.
            EXIT.

        SET-MONTH-YM SECTION.
      *月の通し番号(WS-MONTH-KEY)を年月(WS-YM)へ戻す
            DIVIDE  WS-MONTH-KEY  BY  12
                GIVING  WS-YM-YYYY  REMAINDER  WS-SEC-REST.
            COMPUTE  WS-YM-MM  =  WS-SEC-REST  +  1.
        SET-MONTH-YM-END.
            EXIT.

        FORMAT-HMS SECTION.
      *秒数(WS-SEC-IN)を時:分:秒(WS-HMS)へ直す
            DIVIDE  WS-SEC-IN  BY  3600
                GIVING  WS-HMS-HH  REMAINDER  WS-SEC-REST.
            DIVIDE  WS-SEC-REST  BY  60
                GIVING  WS-HMS-MI  REMAINDER  WS-HMS-SS.
        FORMAT-HMS-END.
            EXIT.

        FORMAT-CLOCK SECTION.
      *当日0時からの秒数(WS-SEC-IN)を時刻(WS-CLOCK)へ直す。24時を
      *過ぎた分は翌日として付記する
            MOVE  SPACES  TO  WS-CLOCK-DAY.
            IF  WS-SEC-IN  NOT  <  86400
                MOVE  " next day"  TO  WS-CLOCK-DAY
            END-IF.
            DIVIDE  WS-SEC-IN  BY  86400
                GIVING  WS-SEC-REST  REMAINDER  WS-SEC-IN.
            DIVIDE  WS-SEC-IN  BY  3600
                GIVING  WS-CLOCK-HH  REMAINDER  WS-SEC-REST.
            DIVIDE  WS-SEC-REST  BY  60
                GIVING  WS-CLOCK-MI  REMAINDER  WS-CLOCK-SS.
        FORMAT-CLOCK-END.
            EXIT.

        END PROGRAM symfo_run_timing.
