      *>symfo_unresolved_report
      * 照会の未解決ログ(UNRESOLVED_REC様式。symfo_inq・symfo_inq_addr・
      * postcd_lookupが該当なしの照会を追記する)の週次集計バッチ。
      * 直近の既定7日(SYMFO_UNRESOLVED_DAYSで差し替え可能)に該当なし
      * で終わった郵便番号を件数の多い順に並べ、上位の既定50件
      * (SYMFO_TOP_ROWSで差し替え可能)を報告ファイルへ書き出す。
      * 各郵便番号は報告の時点でPOST_CD・POST_CD_OFFICEを引き直し、
      * 今はある(月次のロードで追加された=照会元が日本郵便の月次
      * ファイルより先行していた)、今も無い(当方のデータの欠落か照会
      * 元の誤り)、7桁の数字でない(打ち間違い・上位桁の照会)を印で
      * 区別する。月次チェーンでは全ロードの後に1か月分の期間で実行
      * する。住所名・カナの検索は件数だけを報告する
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_unresolved_report.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む未解決ログ(既定はunresolved.log。SYMFO_UNRESOLVED_LOG
      *で差し替え可能)
            SELECT  UNRF  ASSIGN  TO  WS-UNRESOLVED-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  UNRF-FST.
      *集計の報告ファイル(既定はunresolved.rpt。SYMFO_REPORT_FILEで
      *差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *未解決ログのレコード定義(symfo_inq・symfo_inq_addr・
      *postcd_lookupと共通)
        FD  UNRF.
            COPY UNRESOLVED_REC.
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(120).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *引き直す郵便番号と、POST_CD・POST_CD_OFFICEでの件数
        01 ZIPCODE      PIC X(7).
        01 HIT_COUNT    PIC 9(9).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  UNRF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-UNRESOLVED-FILE     PIC X(100)  VALUE "unresolved.log".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "unresolved.rpt".
        01  WORK                   PIC X(100).
      *実行日と集計期間の開始日(この日以後の記録が対象)
        01  WS-RUN-DATE            PIC 9(8).
        01  WS-CUTOFF-DATE         PIC 9(8).
      *集計する日数(既定7日。SYMFO_UNRESOLVED_DAYSで差し替え可能)
        01  WS-PERIOD-DAYS         PIC 9(3)  BINARY  VALUE 7.
        01  WS-PERIOD-X            PIC X(3).
      *ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で埋めるため、
      *数値項目へ一旦MOVEしてから判定する(symfo_instと同じ扱い)
        01  WS-PERIOD-N            PIC 9(3)  BINARY.
      *報告する上位の件数(既定50件。SYMFO_TOP_ROWSで差し替え可能)
        01  WS-TOP-ROWS            PIC 9(5)  BINARY  VALUE 50.
        01  WS-TOP-X               PIC X(5).
        01  WS-TOP-N               PIC 9(5)  BINARY.
      *期間の開始日の計算用(1日ずつさかのぼる。symfo_maint_approveと
      *同じ方式)
        01  WS-CAL-YEAR            PIC 9(4).
        01  WS-CAL-MONTH           PIC 9(2).
        01  WS-CAL-DAY             PIC 9(2).
        01  WS-CAL-DATE.
            02  WS-CAL-DATE-Y      PIC 9(4).
            02  WS-CAL-DATE-M      PIC 9(2).
            02  WS-CAL-DATE-D      PIC 9(2).
        01  WS-CAL-DATE-9  REDEFINES  WS-CAL-DATE  PIC 9(8).
        01  WS-CAL-IDX             PIC 9(3)  BINARY.
        01  WS-MONTH-DAYS-TBL.
            02  FILLER  PIC X(24)  VALUE "312831303130313130313031".
        01  WS-MONTH-DAYS  REDEFINES  WS-MONTH-DAYS-TBL.
            02  WS-MONTH-DAY  PIC 9(2)  OCCURS 12 TIMES.
        01  WS-LEAP-REM4           PIC 9(4)  BINARY.
        01  WS-LEAP-REM100         PIC 9(4)  BINARY.
        01  WS-LEAP-REM400         PIC 9(4)  BINARY.
        01  WS-LEAP-QUOT           PIC 9(4)  BINARY.
      *該当なしの郵便番号ごとの集計表(5000種まで。郵便番号、件数、
      *最後に照会された日と照会元、報告済みの印)
        01  WS-UZ-TBL.
          02  WS-UZ-ENT  OCCURS 5000 TIMES.
            03  WS-UZ-ZIP          PIC X(7).
            03  WS-UZ-COUNT        PIC 9(7)  BINARY.
            03  WS-UZ-LAST-DATE    PIC 9(8).
            03  WS-UZ-LAST-PROGRAM PIC X(20).
            03  WS-UZ-RANKED       PIC X(1).
        01  WS-UZ-COUNT-USED       PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-UZ-IDX              PIC 9(5)  BINARY.
        01  WS-UZ-HIT              PIC 9(5)  BINARY.
      *順位付けの作業項目(まだ報告していない中で件数が最大のもの)
        01  WS-RANK                PIC 9(5)  BINARY.
        01  WS-BEST-IDX            PIC 9(5)  BINARY.
        01  WS-BEST-COUNT          PIC 9(7)  BINARY.
      *郵便番号の今の状態(報告の印)
        01  WS-ZIP-STATE           PIC X(14).
      *明細行
        01  WS-RPT-DETAIL.
          02  WS-RPT-RANK          PIC Z(3)9.
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-ZIP           PIC X(7).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-COUNT         PIC Z(6)9.
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-LAST-DATE     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-LAST-PROGRAM  PIC X(20).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-STATE         PIC X(14).
      *見出し行(明細行の各列の位置に合わせる)
        01  WS-RPT-HEADING.
          02  FILLER               PIC X(30)  VALUE
              "RANK ZIP       COUNT LASTDATE ".
          02  FILLER               PIC X(26)  VALUE
              "PROGRAM              STATE".
      *集計期間の行
        01  WS-RPT-PERIOD.
          02  FILLER               PIC X(12)  VALUE "PERIOD FROM ".
          02  WS-RPT-FROM          PIC 9(8).
          02  FILLER               PIC X(4)   VALUE " TO ".
          02  WS-RPT-TO            PIC 9(8).
      *合計行
        01  WS-RPT-TOTAL-LINE.
          02  FILLER               PIC X(13)  VALUE "ZIP REQUESTS=".
          02  WS-RPT-TOT-ZIP       PIC Z(6)9.
          02  FILLER               PIC X(10)  VALUE " DISTINCT=".
          02  WS-RPT-TOT-DISTINCT  PIC Z(6)9.
          02  FILLER               PIC X(18)
                                    VALUE " ADDRESS SEARCHES=".
          02  WS-RPT-TOT-ADDR      PIC Z(6)9.
          02  FILLER               PIC X(11)  VALUE " NOW FOUND=".
          02  WS-RPT-TOT-FOUND     PIC Z(6)9.
      *集計表に入り切らなかった郵便番号の照会の件数行
        01  WS-RPT-OVERFLOW-LINE.
          02  FILLER               PIC X(25)
                                    VALUE "NOT TALLIED (TABLE FULL)=".
          02  WS-RPT-OVERFLOW      PIC Z(6)9.
      *実行結果の集計(ログの読み込み、期間内の郵便番号の照会・住所の
      *検索、集計表に入り切らなかった郵便番号の照会、報告した件数、
      *今はマスタにある郵便番号)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ZIP-REQUESTS        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ADDR-REQUESTS       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-OVERFLOW       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-RANKED         PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-NOW-FOUND      PIC 9(7)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_UNRESOLVED_LOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                   FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-UNRESOLVED-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
      *集計する日数と報告する上位の件数(未設定、もしくは数値以外の
      *場合は既定値のまま)
            DISPLAY  "SYMFO_UNRESOLVED_DAYS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-PERIOD-X             FROM  ENVIRONMENT-VALUE.
            MOVE  WS-PERIOD-X  TO  WS-PERIOD-N.
            IF  WS-PERIOD-N  NOT  =  ZERO
                MOVE  WS-PERIOD-N  TO  WS-PERIOD-DAYS
            END-IF.
            DISPLAY  "SYMFO_TOP_ROWS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-TOP-X         FROM  ENVIRONMENT-VALUE.
            MOVE  WS-TOP-X  TO  WS-TOP-N.
            IF  WS-TOP-N  NOT  =  ZERO
                MOVE  WS-TOP-N  TO  WS-TOP-ROWS
            END-IF.

            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            PERFORM COMPUTE-CUTOFF-DATE.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            MOVE  "SAMPLE"  TO  WS-DB-ALIAS.
            DISPLAY  "SYMFO_DB_ALIAS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DB-ALIAS
            END-IF.

      *使用するテーブルとスキーマの関連付けを行う(SC_SAMPLEはプリコン
      *パイル時に解決される名前のため実行時パラメータでは差し替えられ
      *ない。UAT/DR環境も同名のSC_SAMPLEスキーマを公開している前提と
      *し、差し替えは接続先データベースの別名(WS-DB-ALIAS)のみで行う)
            EXEC SQL DECLARE
                POST_CD TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *未解決ログを読み、期間内の記録を集計表へ積む(ログがまだ無い
      *場合は0件の報告を書く)
            PERFORM LOAD-UNRESOLVED-LOG.

            IF  WS-PROGRAM-RC  =  ZERO
                OPEN  OUTPUT  RPTF
                IF  RPTF-FST  NOT  =  "00"
                    DISPLAY  "symfo_unresolved_report: report open"
                             " error FST="  RPTF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM WRITE-RANKING
                    CLOSE  RPTF
                END-IF
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            DISPLAY  "symfo_unresolved_report: read="  WS-ROWS-READ
                     " ranked="  WS-ROWS-RANKED
                     " nowfound="  WS-ROWS-NOW-FOUND
                UPON  CONS.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-UNRESOLVED-LOG SECTION.
      *期間内の記録を郵便番号の照会と住所の検索に分けて数え、郵便
      *番号は集計表へ積む。表に入り切らない郵便番号は件数だけ数える
            OPEN  INPUT  UNRF.
            IF  UNRF-FST  =  "35"
                DISPLAY  "symfo_unresolved_report: no unresolved log "
                         WS-UNRESOLVED-FILE
                    UPON  CONS
            ELSE IF  UNRF-FST  NOT  =  "00"
                DISPLAY  "symfo_unresolved_report: log open error"
                         " FST="  UNRF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  UNTIL  UNRF-FST  NOT  =  "00"
                    READ  UNRF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-ROWS-READ
                            IF  UNR-DATE  >=  WS-CUTOFF-DATE
                                PERFORM COUNT-ONE-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF  UNRF-FST  NOT  =  "10"
                    DISPLAY  "symfo_unresolved_report: log read"
                             " error FST="  UNRF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                CLOSE  UNRF
            END-IF.
        LOAD-UNRESOLVED-LOG-END.
            EXIT.

        COUNT-ONE-RECORD SECTION.
      *期間内の記録1件を集計する
            IF  NOT  UNR-ZIP-LOOKUP
                ADD  1  TO  WS-ADDR-REQUESTS
            ELSE
                ADD  1  TO  WS-ZIP-REQUESTS
                MOVE  ZERO  TO  WS-UZ-HIT
                PERFORM  VARYING  WS-UZ-IDX  FROM  1  BY  1
                        UNTIL  WS-UZ-IDX  >  WS-UZ-COUNT-USED
                    IF  WS-UZ-ZIP(WS-UZ-IDX)  =  UNR-ZIPCODE
                        MOVE  WS-UZ-IDX  TO  WS-UZ-HIT
                        COMPUTE  WS-UZ-IDX  =  WS-UZ-COUNT-USED + 1
                    END-IF
                END-PERFORM
                IF  WS-UZ-HIT  =  ZERO
                    IF  WS-UZ-COUNT-USED  >=  5000
                        ADD  1  TO  WS-ROWS-OVERFLOW
                    ELSE
                        ADD  1  TO  WS-UZ-COUNT-USED
                        MOVE  WS-UZ-COUNT-USED  TO  WS-UZ-HIT
                        MOVE  UNR-ZIPCODE  TO  WS-UZ-ZIP(WS-UZ-HIT)
                        MOVE  ZERO  TO  WS-UZ-COUNT(WS-UZ-HIT)
                        MOVE  ZERO  TO  WS-UZ-LAST-DATE(WS-UZ-HIT)
                        MOVE  "N"   TO  WS-UZ-RANKED(WS-UZ-HIT)
                    END-IF
                END-IF
                IF  WS-UZ-HIT  NOT  =  ZERO
                    ADD  1  TO  WS-UZ-COUNT(WS-UZ-HIT)
                    IF  UNR-DATE  >=  WS-UZ-LAST-DATE(WS-UZ-HIT)
                        MOVE  UNR-DATE
                            TO  WS-UZ-LAST-DATE(WS-UZ-HIT)
                        MOVE  UNR-PROGRAM
                            TO  WS-UZ-LAST-PROGRAM(WS-UZ-HIT)
                    END-IF
                END-IF
            END-IF.
        COUNT-ONE-RECORD-END.
            EXIT.

        WRITE-RANKING SECTION.
      *件数の多い順に上位の郵便番号を報告する。件数が同じ場合は
      *ログに先に現れた郵便番号を上にする
            MOVE  "symfo_unresolved_report: most requested unresolved"
                TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-CUTOFF-DATE  TO  WS-RPT-FROM.
            MOVE  WS-RUN-DATE     TO  WS-RPT-TO.
            MOVE  WS-RPT-PERIOD   TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-RPT-HEADING  TO  RPT-LINE.
            WRITE  RPT-LINE.
            PERFORM  VARYING  WS-RANK  FROM  1  BY  1
                    UNTIL  WS-RANK  >  WS-TOP-ROWS
                        OR  WS-RANK  >  WS-UZ-COUNT-USED
                        OR  WS-PROGRAM-RC  NOT  =  ZERO
                MOVE  ZERO  TO  WS-BEST-IDX
                MOVE  ZERO  TO  WS-BEST-COUNT
                PERFORM  VARYING  WS-UZ-IDX  FROM  1  BY  1
                        UNTIL  WS-UZ-IDX  >  WS-UZ-COUNT-USED
                    IF  WS-UZ-RANKED(WS-UZ-IDX)  =  "N"
                        AND  WS-UZ-COUNT(WS-UZ-IDX)  >  WS-BEST-COUNT
                        MOVE  WS-UZ-IDX  TO  WS-BEST-IDX
                        MOVE  WS-UZ-COUNT(WS-UZ-IDX)  TO  WS-BEST-COUNT
                    END-IF
                END-PERFORM
                MOVE  "Y"  TO  WS-UZ-RANKED(WS-BEST-IDX)
                MOVE  WS-UZ-ZIP(WS-BEST-IDX)  TO  ZIPCODE
                PERFORM CHECK-ZIP-NOW
                MOVE  WS-RANK                 TO  WS-RPT-RANK
                MOVE  ZIPCODE                 TO  WS-RPT-ZIP
                MOVE  WS-BEST-COUNT           TO  WS-RPT-COUNT
                MOVE  WS-UZ-LAST-DATE(WS-BEST-IDX)
                    TO  WS-RPT-LAST-DATE
                MOVE  WS-UZ-LAST-PROGRAM(WS-BEST-IDX)
                    TO  WS-RPT-LAST-PROGRAM
                MOVE  WS-ZIP-STATE            TO  WS-RPT-STATE
                MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                WRITE  RPT-LINE
                ADD  1  TO  WS-ROWS-RANKED
            END-PERFORM.
            MOVE  WS-ZIP-REQUESTS     TO  WS-RPT-TOT-ZIP.
            MOVE  WS-UZ-COUNT-USED    TO  WS-RPT-TOT-DISTINCT.
            MOVE  WS-ADDR-REQUESTS    TO  WS-RPT-TOT-ADDR.
            MOVE  WS-ROWS-NOW-FOUND   TO  WS-RPT-TOT-FOUND.
            MOVE  WS-RPT-TOTAL-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
            IF  WS-ROWS-OVERFLOW  NOT  =  ZERO
                MOVE  WS-ROWS-OVERFLOW  TO  WS-RPT-OVERFLOW
                MOVE  WS-RPT-OVERFLOW-LINE  TO  RPT-LINE
                WRITE  RPT-LINE
            END-IF.
        WRITE-RANKING-END.
            EXIT.

        CHECK-ZIP-NOW SECTION.
      *郵便番号が今のPOST_CD・POST_CD_OFFICEにあるかを引き直す。7桁の
      *数字でなければ引かずに打ち間違い・上位桁の照会として印を付ける
            IF  ZIPCODE  NOT  NUMERIC
                MOVE  "NOT 7 DIGITS"  TO  WS-ZIP-STATE
            ELSE
                MOVE  ZERO  TO  HIT_COUNT
                EXEC SQL
                    SELECT COUNT(*) INTO :HIT_COUNT
                        FROM POST_CD WHERE 郵便番号 = :ZIPCODE
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    DISPLAY  "symfo_unresolved_report: SQL error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    MOVE  "CHECK FAILED"  TO  WS-ZIP-STATE
                ELSE IF  HIT_COUNT  NOT  =  ZERO
                    MOVE  "NOW IN POST_CD"  TO  WS-ZIP-STATE
                    ADD  1  TO  WS-ROWS-NOW-FOUND
                ELSE
                    EXEC SQL
                        SELECT COUNT(*) INTO :HIT_COUNT
                            FROM POST_CD_OFFICE
                            WHERE 郵便番号 = :ZIPCODE
                    END-EXEC
                    IF  SQLSTATE  NOT  =  "00000"
                        DISPLAY  "symfo_unresolved_report: SQL error "
                                 SQLSTATE  " "  SQLMSG
                            UPON  CONS
                        MOVE  16  TO  WS-PROGRAM-RC
                        MOVE  "CHECK FAILED"  TO  WS-ZIP-STATE
                    ELSE IF  HIT_COUNT  NOT  =  ZERO
                        MOVE  "NOW IN OFFICE"  TO  WS-ZIP-STATE
                        ADD  1  TO  WS-ROWS-NOW-FOUND
                    ELSE
                        MOVE  "STILL MISSING"  TO  WS-ZIP-STATE
                    END-IF
                END-IF
            END-IF.
        CHECK-ZIP-NOW-END.
            EXIT.

        COMPUTE-CUTOFF-DATE SECTION.
      *実行日から集計する日数だけさかのぼった日付を求める(月またぎ・
      *年またぎ・うるう年の2月を正しく扱う)
            MOVE  WS-RUN-DATE  TO  WS-CAL-DATE-9.
            MOVE  WS-CAL-DATE-Y  TO  WS-CAL-YEAR.
            MOVE  WS-CAL-DATE-M  TO  WS-CAL-MONTH.
            MOVE  WS-CAL-DATE-D  TO  WS-CAL-DAY.
            PERFORM  VARYING  WS-CAL-IDX  FROM  1  BY  1
                    UNTIL  WS-CAL-IDX  >  WS-PERIOD-DAYS
                IF  WS-CAL-DAY  >  1
                    SUBTRACT  1  FROM  WS-CAL-DAY
                ELSE
                    IF  WS-CAL-MONTH  =  1
                        MOVE  12  TO  WS-CAL-MONTH
                        SUBTRACT  1  FROM  WS-CAL-YEAR
                    ELSE
                        SUBTRACT  1  FROM  WS-CAL-MONTH
                    END-IF
                    MOVE  WS-MONTH-DAY(WS-CAL-MONTH)  TO  WS-CAL-DAY
                    IF  WS-CAL-MONTH  =  2
                        PERFORM ADJUST-FOR-LEAP-YEAR
                    END-IF
                END-IF
            END-PERFORM.
            MOVE  WS-CAL-YEAR   TO  WS-CAL-DATE-Y.
            MOVE  WS-CAL-MONTH  TO  WS-CAL-DATE-M.
            MOVE  WS-CAL-DAY    TO  WS-CAL-DATE-D.
            MOVE  WS-CAL-DATE-9  TO  WS-CUTOFF-DATE.
        COMPUTE-CUTOFF-DATE-END.
            EXIT.

        ADJUST-FOR-LEAP-YEAR SECTION.
      *2月の末日をうるう年なら29日にする(4で割り切れ、100で割り
      *切れない年、または400で割り切れる年)
            DIVIDE  WS-CAL-YEAR  BY  4
                GIVING  WS-LEAP-QUOT  REMAINDER  WS-LEAP-REM4.
            DIVIDE  WS-CAL-YEAR  BY  100
                GIVING  WS-LEAP-QUOT  REMAINDER  WS-LEAP-REM100.
            DIVIDE  WS-CAL-YEAR  BY  400
                GIVING  WS-LEAP-QUOT  REMAINDER  WS-LEAP-REM400.
            IF  (WS-LEAP-REM4  =  ZERO
                 AND  WS-LEAP-REM100  NOT  =  ZERO)
                OR  WS-LEAP-REM400  =  ZERO
                MOVE  29  TO  WS-CAL-DAY
            END-IF.
        ADJUST-FOR-LEAP-YEAR-END.
            EXIT.

        END PROGRAM symfo_unresolved_report.
