      *>symfo_signoff
      * 月次チェーン(symfo_month_end.sh)の結果を1つの承認用パケット
      * にまとめ、審査者の受け入れ・差し戻しの判定を月次の承認記録
      * (POST_CD_SIGNOFF)へ残すプログラム。
      * 既定(SYMFO_SIGNOFF_MODE未設定)はパケットの作成で、月次チェーン
      * の最後のステップとして実行する。次の出力から主要な数字と例外
      * を抜き出し、対象月(SYMFO_SIGNOFF_MONTH、YYYYMM。未設定は当月)
      * のパケット(既定はsignoff.rpt。SYMFO_SIGNOFF_FILEで差し替え
      * 可能。実際のファイル名には対象月を付ける)へ書き出す:
      *   ・forecast.rpt        見出しと合計、都道府県不明の行(例外)
      *   ・symfo_instの実行要約(月次チェーンのsymfo_inst.steplog)
      *                         symfo_instの表示行すべて(警告・失敗は
      *                         例外)
      *   ・office_change.rpt   世代台帳にある対象月の最新世代の見出し
      *                         と合計
      *   ・stats.rpt           見出しと合計、件数が減った都道府県(例外)
      *   ・audit.rpt           区分見出しと件数行(指摘件数が0でない
      *                         行は例外)。明細行は載せない
      *   ・feed_track.rpt      見出しと、応答期限切れの行すべて(例外。
      *                         50行を超えた分は件数だけ)
      *   ・POST_CD_LOAD_LOG    対象月のsymfo_instの入力ファイル
      *                         (SYMFO_INPUT_FILE。既定はout.csv)の
      *                         最新の実行記録(終了SQLSTATEが00000
      *                         以外なら例外)
      *   ・POST_CD_SIGNOFF     対象月にそれまでに記録された判定
      * 見つからない出力もその旨を例外として載せる。例外は行頭に*を
      * 付け、最後に例外件数を書く。
      * SYMFO_SIGNOFF_MODE=DECIDEを指定すると対話で判定を記録する。
      * 対象月のパケットを画面に表示し、審査者のオペレータIDと判定
      * (A=受け入れ、R=差し戻し)を受け付けてPOST_CD_SIGNOFFへ1行
      * 登録する。例外のあるパケットを受け入れる場合は確認を求める。
      * 審査者のオペレータIDはオペレータ登録簿(POST_CD_OPERATOR)と
      * 照合し、承認者の権限を持つ有効なIDでなければ記録しない。
      * symfo_instが書いた差分連携の世代は、その月の最新の判定が受け
      * 入れになるまでsymfo_feed_trackが配信台帳へ登録しない(差し
      * 戻し後に再ロードした場合は、パケットを作り直して改めて判定
      * する)
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_signoff.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *抜き出し元の各報告ファイル(判定モードではパケット自身)
            SELECT  INF  ASSIGN  TO  WS-IN-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  INF-FST.
      *承認用パケット(既定はsignoff.rpt。SYMFO_SIGNOFF_FILEで差し替え
      *可能。対象月を付けた名前で書く)
            SELECT  PKTF  ASSIGN  TO  WS-PACKET-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  PKTF-FST.
      *実行出力ファイルの世代台帳(既定はpostcd_gen_catalog.csv。
      *SYMFO_GEN_CATALOGで差し替え可能。office_change.rptの世代を
      *探す。まだ存在しない場合があるためOPTIONAL)
            SELECT  OPTIONAL  CATF  ASSIGN  TO  WS-CATALOG-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  CATF-FST.
        DATA DIVISION.
        FILE SECTION.
      *抜き出し元の報告ファイルのレコード定義
        FD  INF.
        01  IN-LINE                PIC X(132).
      *承認用パケットのレコード定義(行頭2桁は例外の印)
        FD  PKTF.
        01  PKT-LINE               PIC X(140).
      *世代台帳のレコード定義(空白区切り。symfo_gen_purge.shが読む)
        FD  CATF.
        01  CAT-R.
            02  CAT-PROGRAM            PIC X(22).
            02  CAT-RUN-DATE           PIC 9(8).
            02  FILLER                 PIC X(1).
            02  CAT-RUN-TIME           PIC 9(8).
            02  FILLER                 PIC X(1).
            02  CAT-KIND               PIC X(12).
            02  FILLER                 PIC X(1).
            02  CAT-FILE               PIC X(120).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *実行記録(POST_CD_LOAD_LOG)の各項目
        01 LOG-RUN-DATE     PIC 9(8).
        01 LOG-RUN-TIME     PIC 9(8).
        01 LOG-SOURCE-FILE  PIC X(100).
        01 LOG-ROWS-READ    PIC 9(7).
        01 LOG-ROWS-APPLIED PIC 9(7).
        01 LOG-ROWS-REJECTED PIC 9(7).
        01 LOG-SQLSTATE     PIC X(5).
      *対象月の初日と末日(実行日の範囲絞り込み用)
        01 WS-FROM-DATE     PIC 9(8).
        01 WS-TO-DATE       PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *月次の承認記録(POST_CD_SIGNOFF)のホスト変数
            COPY SIGNOFF_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  INF-FST                PIC X(02).
        01  PKTF-FST               PIC X(02).
        01  CATF-FST               PIC X(02).
      *抜き出し元の各ファイル名(既定値。環境変数で差し替え可能)
        01  WS-IN-FILE             PIC X(100).
        01  WS-FORECAST-FILE       PIC X(100)  VALUE "forecast.rpt".
        01  WS-INST-SUMMARY-FILE   PIC X(100)
                                    VALUE "symfo_inst.steplog".
        01  WS-OFFICE-CHANGE-FILE  PIC X(100)
                                    VALUE "office_change.rpt".
        01  WS-STATS-FILE          PIC X(100)  VALUE "stats.rpt".
        01  WS-AUDIT-FILE          PIC X(100)  VALUE "audit.rpt".
        01  WS-FEED-REPORT-FILE    PIC X(100)  VALUE "feed_track.rpt".
      *symfo_instの入力ファイル名(POST_CD_LOAD_LOGの行を探す)
        01  WS-INST-INPUT-FILE     PIC X(100)  VALUE "out.csv".
      *世代台帳ファイル名(既定はpostcd_gen_catalog.csv)
        01  WS-CATALOG-FILE        PIC X(100)
                                    VALUE "postcd_gen_catalog.csv".
      *承認用パケットの基底名と、対象月を付けた実際のファイル名
        01  WS-PACKET-BASE         PIC X(100)  VALUE "signoff.rpt".
        01  WS-PACKET-FILE         PIC X(100).
        01  WORK                   PIC X(100).
      *動作モード(未設定=パケット作成。DECIDEを指定すると判定の記録)
        01  WS-SIGNOFF-MODE        PIC X(10)  VALUE SPACES.
          88  DECIDE-MODE               VALUE "DECIDE".
      *対象月(YYYYMM。未設定は当月)と実行日時
        01  WS-SIGN-MONTH          PIC 9(6).
        01  WS-SIGN-MONTH-X  REDEFINES  WS-SIGN-MONTH  PIC X(6).
        01  WS-SIGN-MONTH-IN       PIC X(6).
        01  WS-SIGN-MONTH-N        PIC 9(6)  BINARY.
        01  WS-RUN-DATE            PIC 9(8).
        01  WS-RUN-TIME            PIC 9(8).
      *抜き出し中の報告の種別と見出し
      *(F=forecast I=symfo_inst実行要約 O=office_change S=stats
      *  A=audit T=feed_track)
        01  WS-SOURCE-KIND         PIC X(01).
        01  WS-SOURCE-TITLE        PIC X(30).
      *1行ごとの判定(載せるかどうか、例外かどうか)
        01  WS-LINE-WANTED         PIC X(01).
          88  LINE-WANTED               VALUE "Y".
        01  WS-LINE-EXCEPTION      PIC X(01).
          88  LINE-EXCEPTION            VALUE "Y".
      *報告の何行目か(1行目の見出しは必ず載せる)
        01  WS-LINE-NO             PIC 9(7)  BINARY.
      *応答期限切れの行を載せる上限と、上限を超えて省いた行数
        01  WS-FEED-LIMIT          PIC 9(5)  BINARY  VALUE 50.
        01  WS-FEED-SHOWN          PIC 9(5)  BINARY.
        01  WS-LINES-OMITTED       PIC 9(7)  BINARY.
      *行の中の文字列の有無を数える作業領域
        01  WS-HIT-COUNT           PIC 9(4)  BINARY.
        01  WS-UNS-HEAD            PIC X(132).
        01  WS-UNS-TAIL            PIC X(132).
      *カーソルのFETCHループの終了判定
        01  WS-FETCH-DONE          PIC X(01)  VALUE "N".
          88  FETCH-DONE                VALUE "Y".
      *パケットへ書いた行数と例外の件数、報告から読んだ行数
        01  WS-PACKET-LINES        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-EXCEPTIONS          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-LINES-READ          PIC 9(7)  BINARY  VALUE ZERO.
      *パケットの見出し行
        01  WS-PKT-HEAD.
          02  FILLER               PIC X(44)
              VALUE "symfo_signoff: month-end sign-off packet for".
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-PKT-HEAD-MONTH    PIC 9(6).
          02  FILLER               PIC X(9)   VALUE " CREATED=".
          02  WS-PKT-HEAD-DATE     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-PKT-HEAD-TIME     PIC 9(8).
      *実行記録の明細行
        01  WS-PKT-LOG.
          02  FILLER               PIC X(6)   VALUE "  RUN=".
          02  WS-PKT-LOG-DATE      PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-PKT-LOG-TIME      PIC 9(8).
          02  FILLER               PIC X(6)   VALUE " READ=".
          02  WS-PKT-LOG-READ      PIC Z(6)9.
          02  FILLER               PIC X(9)   VALUE " APPLIED=".
          02  WS-PKT-LOG-APPLIED   PIC Z(6)9.
          02  FILLER               PIC X(10)  VALUE " REJECTED=".
          02  WS-PKT-LOG-REJECTED  PIC Z(6)9.
          02  FILLER               PIC X(10)  VALUE " SQLSTATE=".
          02  WS-PKT-LOG-SQLSTATE  PIC X(5).
      *記録済みの判定の明細行
        01  WS-PKT-SIGN.
          02  FILLER               PIC X(2)   VALUE SPACES.
          02  WS-PKT-SIGN-DATE     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-PKT-SIGN-TIME     PIC 9(8).
          02  FILLER               PIC X(10)  VALUE " DECISION=".
          02  WS-PKT-SIGN-DECISION PIC X(1).
          02  FILLER               PIC X(10)  VALUE " REVIEWER=".
          02  WS-PKT-SIGN-REVIEWER PIC X(20).
          02  FILLER               PIC X(12)  VALUE " EXCEPTIONS=".
          02  WS-PKT-SIGN-EXC      PIC Z(6)9.
      *省いた応答期限切れの行数の行
        01  WS-PKT-OMIT.
          02  FILLER               PIC X(6)   VALUE "* ... ".
          02  WS-PKT-OMIT-COUNT    PIC Z(6)9.
          02  FILLER               PIC X(27)
              VALUE " more lines in the report".
      *パケットの末尾の例外件数の行(判定モードで読み戻す)
        01  WS-PKT-TRAILER.
          02  FILLER               PIC X(11)  VALUE "EXCEPTIONS=".
          02  WS-PKT-TRL-COUNT     PIC 9(7).
      *判定モードの入力(審査者のオペレータID、判定、例外ありの受け
      *入れの確認)
        01  WS-OPERATOR-ID         PIC X(20).
        01  WS-DECISION            PIC X(01).
        01  WS-CONFIRM             PIC X(01).
      *判定モードでパケットの末尾から読み戻した例外件数
        01  WS-PACKET-EXCEPTIONS   PIC 9(7)  VALUE ZERO.
        01  WS-PACKET-FOUND        PIC X(01)  VALUE "N".
          88  PACKET-FOUND              VALUE "Y".
      *オペレータ登録簿の照合モジュールの呼び出しインタフェース
            COPY OPER_CHECK.
      *プログラムの終了コード。正常は0、引数不正・判定の取り止めは8、
      *異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *動作モード(未設定=パケット作成。DECIDE=判定の記録)
            DISPLAY  "SYMFO_SIGNOFF_MODE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-SIGNOFF-MODE      FROM  ENVIRONMENT-VALUE.

      *対象月(未設定、もしくは数値以外の場合は当月)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            ACCEPT  WS-RUN-TIME  FROM  TIME.
            COMPUTE  WS-SIGN-MONTH  =  WS-RUN-DATE / 100.
            DISPLAY  "SYMFO_SIGNOFF_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-SIGN-MONTH-IN      FROM  ENVIRONMENT-VALUE.
            MOVE  WS-SIGN-MONTH-IN  TO  WS-SIGN-MONTH-N.
            IF  WS-SIGN-MONTH-N  NOT  =  ZERO
                MOVE  WS-SIGN-MONTH-N  TO  WS-SIGN-MONTH
            END-IF.
            COMPUTE  WS-FROM-DATE  =  WS-SIGN-MONTH * 100 + 1.
            COMPUTE  WS-TO-DATE    =  WS-SIGN-MONTH * 100 + 31.
            MOVE  WS-SIGN-MONTH  TO  SIGN-MONTH.

      *パケットのファイル名(基底名.YYYYMM)
            DISPLAY  "SYMFO_SIGNOFF_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PACKET-BASE
            END-IF.
            MOVE  SPACES  TO  WS-PACKET-FILE.
            STRING  WS-PACKET-BASE   DELIMITED  BY  SPACE
                    "."              DELIMITED  BY  SIZE
                    WS-SIGN-MONTH-X  DELIMITED  BY  SIZE
                INTO  WS-PACKET-FILE.

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
                POST_CD_LOAD_LOG TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_SIGNOFF TABLE ON SC_SAMPLE
            END-EXEC.

      *対象月のsymfo_instの実行記録を新しい順に読むカーソル(最初の
      *1行だけを使う)
            EXEC SQL
                DECLARE SIGN_LOG_CUR CURSOR FOR
                    SELECT 実行日,実行時刻,
                           読込件数,登録件数,不良件数,終了SQLSTATE
                        FROM POST_CD_LOAD_LOG
                        WHERE ソースファイル名 = :LOG-SOURCE-FILE
                          AND 実行日 >= :WS-FROM-DATE
                          AND 実行日 <= :WS-TO-DATE
                        ORDER BY 実行日 DESC,実行時刻 DESC
            END-EXEC.
      *対象月に記録済みの判定を古い順に読むカーソル
            EXEC SQL
                DECLARE SIGN_HIST_CUR CURSOR FOR
                    SELECT 判定日,判定時刻,判定,審査者ID,例外件数
                        FROM POST_CD_SIGNOFF
                        WHERE 対象年月 = :SIGN-MONTH
                        ORDER BY 判定日,判定時刻
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

            IF  DECIDE-MODE
                PERFORM RECORD-DECISION
            ELSE
                PERFORM BUILD-PACKET
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        BUILD-PACKET SECTION.
      *各報告から主要な数字と例外を抜き出し、対象月のパケットを作る
            DISPLAY  "SYMFO_FORECAST_REPORT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                   FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-FORECAST-FILE
            END-IF.
            DISPLAY  "SYMFO_INST_SUMMARY"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INST-SUMMARY-FILE
            END-IF.
            DISPLAY  "SYMFO_OFFICE_CHANGE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                      FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-OFFICE-CHANGE-FILE
            END-IF.
            DISPLAY  "SYMFO_STATS_REPORT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-STATS-FILE
            END-IF.
            DISPLAY  "SYMFO_AUDIT_REPORT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-AUDIT-FILE
            END-IF.
            DISPLAY  "SYMFO_FEED_REPORT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-FEED-REPORT-FILE
            END-IF.
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INST-INPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_GEN_CATALOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CATALOG-FILE
            END-IF.

            OPEN  OUTPUT  PKTF.
            IF  PKTF-FST  NOT  =  "00"
                DISPLAY  "symfo_signoff: packet open error FST="
                         PKTF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  WS-SIGN-MONTH  TO  WS-PKT-HEAD-MONTH
                MOVE  WS-RUN-DATE    TO  WS-PKT-HEAD-DATE
                MOVE  WS-RUN-TIME    TO  WS-PKT-HEAD-TIME
                MOVE  WS-PKT-HEAD    TO  PKT-LINE
                PERFORM WRITE-PACKET-RAW
                MOVE  "F"                TO  WS-SOURCE-KIND
                MOVE  "LOAD FORECAST"    TO  WS-SOURCE-TITLE
                MOVE  WS-FORECAST-FILE   TO  WS-IN-FILE
                PERFORM COPY-REPORT
                MOVE  "I"                TO  WS-SOURCE-KIND
                MOVE  "SYMFO_INST RUN SUMMARY"  TO  WS-SOURCE-TITLE
                MOVE  WS-INST-SUMMARY-FILE  TO  WS-IN-FILE
                PERFORM COPY-REPORT
                PERFORM REPORT-LOAD-LOG
                PERFORM FIND-OFFICE-CHANGE-REPORT
                MOVE  "O"                TO  WS-SOURCE-KIND
                MOVE  "OFFICE CHANGES"   TO  WS-SOURCE-TITLE
                MOVE  WS-OFFICE-CHANGE-FILE  TO  WS-IN-FILE
                PERFORM COPY-REPORT
                MOVE  "S"                TO  WS-SOURCE-KIND
                MOVE  "ZIP CODE COUNTS"  TO  WS-SOURCE-TITLE
                MOVE  WS-STATS-FILE      TO  WS-IN-FILE
                PERFORM COPY-REPORT
                MOVE  "A"                TO  WS-SOURCE-KIND
                MOVE  "CONSISTENCY AUDIT"  TO  WS-SOURCE-TITLE
                MOVE  WS-AUDIT-FILE      TO  WS-IN-FILE
                PERFORM COPY-REPORT
                MOVE  "T"                TO  WS-SOURCE-KIND
                MOVE  "OVERDUE FEEDS"    TO  WS-SOURCE-TITLE
                MOVE  WS-FEED-REPORT-FILE  TO  WS-IN-FILE
                PERFORM COPY-REPORT
                PERFORM REPORT-SIGNOFF-HISTORY
                MOVE  WS-EXCEPTIONS  TO  WS-PKT-TRL-COUNT
                MOVE  WS-PKT-TRAILER  TO  PKT-LINE
                PERFORM WRITE-PACKET-RAW
                CLOSE  PKTF
            END-IF.

            DISPLAY  "symfo_signoff: read="  WS-LINES-READ
                     " written="  WS-PACKET-LINES
                     " exceptions="  WS-EXCEPTIONS
                UPON  CONS.
            IF  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_signoff: packet "  WS-PACKET-FILE
                    UPON  CONS
                DISPLAY  "symfo_signoff: review it and record the"
                         " decision with SYMFO_SIGNOFF_MODE=DECIDE"
                    UPON  CONS
            END-IF.
        BUILD-PACKET-END.
            EXIT.

        FIND-OFFICE-CHANGE-REPORT SECTION.
      *office_change.rptは実行日時付きの世代名で書かれるため、世代
      *台帳から対象月の最新のOFFICE-CHG世代を探す(見つからなければ
      *基底名のまま開こうとし、無ければ見つからない旨を載せる)
            OPEN  INPUT  CATF.
            IF  CATF-FST  =  "00"
                PERFORM  UNTIL  CATF-FST  NOT  =  "00"
                    READ  CATF
                        END
                            CONTINUE
                        NOT END
                            IF  CAT-KIND  =  "OFFICE-CHG"
                                AND  CAT-RUN-DATE  >=  WS-FROM-DATE
                                AND  CAT-RUN-DATE  <=  WS-TO-DATE
                                MOVE  CAT-FILE
                                    TO  WS-OFFICE-CHANGE-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  CATF
            END-IF.
        FIND-OFFICE-CHANGE-REPORT-END.
            EXIT.

        COPY-REPORT SECTION.
      *WS-IN-FILEの報告を読み、種別ごとの規則で選んだ行をパケットへ
      *写す(ファイルが開けなければその旨を例外として載せる)
            MOVE  SPACES  TO  PKT-LINE.
            STRING  "== "            DELIMITED  BY  SIZE
                    WS-SOURCE-TITLE  DELIMITED  BY  "  "
                    " ("             DELIMITED  BY  SIZE
                    WS-IN-FILE       DELIMITED  BY  SPACE
                    ")"              DELIMITED  BY  SIZE
                INTO  PKT-LINE.
            PERFORM WRITE-PACKET-RAW.
            MOVE  ZERO  TO  WS-LINE-NO.
            MOVE  ZERO  TO  WS-FEED-SHOWN.
            MOVE  ZERO  TO  WS-LINES-OMITTED.
            OPEN  INPUT  INF.
            IF  INF-FST  NOT  =  "00"
                MOVE  SPACES  TO  PKT-LINE
                STRING  "* REPORT NOT FOUND OR UNREADABLE FST="
                                        DELIMITED  BY  SIZE
                        INF-FST         DELIMITED  BY  SIZE
                    INTO  PKT-LINE
                PERFORM WRITE-PACKET-RAW
                ADD  1  TO  WS-EXCEPTIONS
            ELSE
                PERFORM  UNTIL  INF-FST  NOT  =  "00"
                    READ  INF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-LINE-NO
                            ADD  1  TO  WS-LINES-READ
                            PERFORM SELECT-REPORT-LINE
                            IF  LINE-WANTED
                                PERFORM WRITE-PACKET-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  INF
                IF  WS-LINE-NO  =  ZERO
                    MOVE  "* REPORT IS EMPTY"  TO  PKT-LINE
                    PERFORM WRITE-PACKET-RAW
                    ADD  1  TO  WS-EXCEPTIONS
                END-IF
                IF  WS-LINES-OMITTED  NOT  =  ZERO
                    MOVE  WS-LINES-OMITTED  TO  WS-PKT-OMIT-COUNT
                    MOVE  WS-PKT-OMIT  TO  PKT-LINE
                    PERFORM WRITE-PACKET-RAW
                END-IF
            END-IF.
        COPY-REPORT-END.
            EXIT.

        SELECT-REPORT-LINE SECTION.
      *報告の1行を載せるかどうか、例外かどうかを種別ごとに判定する
      *(1行目の見出しは常に載せる。symfo_instの実行要約は見出しが
      *無いため表示行だけを選ぶ)
            MOVE  "N"  TO  WS-LINE-WANTED.
            MOVE  "N"  TO  WS-LINE-EXCEPTION.
            IF  WS-LINE-NO  =  1
                AND  WS-SOURCE-KIND  NOT  =  "I"
                MOVE  "Y"  TO  WS-LINE-WANTED
            ELSE
                EVALUATE  WS-SOURCE-KIND
                    WHEN  "F"
                        IF  IN-LINE(1:5)  =  "TOTAL"
                            MOVE  "Y"  TO  WS-LINE-WANTED
                        ELSE IF  IN-LINE(1:7)  =  "PREF ??"
                            MOVE  "Y"  TO  WS-LINE-WANTED
                            MOVE  "Y"  TO  WS-LINE-EXCEPTION
                        END-IF
                    WHEN  "I"
                        PERFORM SELECT-INST-SUMMARY-LINE
                    WHEN  "O"
                        IF  IN-LINE(1:5)  =  "TOTAL"
                            MOVE  "Y"  TO  WS-LINE-WANTED
                        END-IF
                    WHEN  "S"
                        PERFORM SELECT-STATS-LINE
                    WHEN  "A"
                        PERFORM SELECT-AUDIT-LINE
                    WHEN  "T"
                        IF  WS-FEED-SHOWN  <  WS-FEED-LIMIT
                            MOVE  "Y"  TO  WS-LINE-WANTED
                            ADD  1  TO  WS-FEED-SHOWN
                        ELSE
                            ADD  1  TO  WS-LINES-OMITTED
                            ADD  1  TO  WS-EXCEPTIONS
                        END-IF
                        MOVE  "Y"  TO  WS-LINE-EXCEPTION
                    WHEN  OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
        SELECT-REPORT-LINE-END.
            EXIT.

        SELECT-INST-SUMMARY-LINE SECTION.
      *symfo_instの表示行を載せ、警告・失敗・エラーを含む行を例外と
      *する
            IF  IN-LINE(1:11)  =  "symfo_inst:"
                MOVE  "Y"   TO  WS-LINE-WANTED
                MOVE  ZERO  TO  WS-HIT-COUNT
                INSPECT  IN-LINE  TALLYING  WS-HIT-COUNT
                    FOR  ALL  "WARNING"  ALL  "error"  ALL  "failed"
                         ALL  "mismatch"
                IF  WS-HIT-COUNT  NOT  =  ZERO
                    MOVE  "Y"  TO  WS-LINE-EXCEPTION
                END-IF
            END-IF.
        SELECT-INST-SUMMARY-LINE-END.
            EXIT.

        SELECT-STATS-LINE SECTION.
      *合計行を載せ、前回より件数が減った都道府県の行(DELTA=が負)
      *を例外として載せる
            IF  IN-LINE(1:5)  =  "TOTAL"
                MOVE  "Y"  TO  WS-LINE-WANTED
            ELSE IF  IN-LINE(1:5)  =  "PREF "
                MOVE  SPACES  TO  WS-UNS-HEAD
                MOVE  SPACES  TO  WS-UNS-TAIL
                UNSTRING  IN-LINE  DELIMITED  BY  "DELTA="
                    INTO  WS-UNS-HEAD  WS-UNS-TAIL
                END-UNSTRING
                MOVE  ZERO  TO  WS-HIT-COUNT
                INSPECT  WS-UNS-TAIL  TALLYING  WS-HIT-COUNT
                    FOR  ALL  "-"
                IF  WS-HIT-COUNT  NOT  =  ZERO
                    MOVE  "Y"  TO  WS-LINE-WANTED
                    MOVE  "Y"  TO  WS-LINE-EXCEPTION
                END-IF
            END-IF.
        SELECT-STATS-LINE-END.
            EXIT.

        SELECT-AUDIT-LINE SECTION.
      *区分見出しと件数行を載せ、明細行は載せない。指摘の件数行が0で
      *ない場合と、索引ファイルが読めなかった場合は例外とする
            IF  IN-LINE(1:10)  =  "ONLY-TBL  "
                OR  IN-LINE(1:10)  =  "ONLY-IDX  "
                OR  IN-LINE(1:10)  =  "DIFFER    "
                OR  IN-LINE(1:10)  =  "NORM-DIFF "
                OR  IN-LINE(1:10)  =  "NOT-IN-TBL"
                CONTINUE
            ELSE
                MOVE  "Y"  TO  WS-LINE-WANTED
                EVALUATE  IN-LINE(1:20)
                    WHEN  "TOTAL FINDINGS"
                    WHEN  "COUNT MISMATCH"
                    WHEN  "ONLY IN TABLE"
                    WHEN  "ONLY IN INDEX"
                    WHEN  "DIFFERING"
                    WHEN  "NORM KEY MISMATCH"
                    WHEN  "HISTORY ORPHANS"
                        IF  IN-LINE(22:7)  NOT  =  "      0"
                            MOVE  "Y"  TO  WS-LINE-EXCEPTION
                        END-IF
                    WHEN  OTHER
                        CONTINUE
                END-EVALUATE
      *索引ファイルが読めなかった行は見出しが20桁を超えるため別に見る
                IF  IN-LINE(1:21)  =  "INDEX FILE UNREADABLE"
                    MOVE  "Y"  TO  WS-LINE-EXCEPTION
                END-IF
            END-IF.
        SELECT-AUDIT-LINE-END.
            EXIT.

        REPORT-LOAD-LOG SECTION.
      *対象月のsymfo_instの最新の実行記録を載せる(無い場合と、終了
      *SQLSTATEが00000以外の場合は例外)
            MOVE  WS-INST-INPUT-FILE  TO  LOG-SOURCE-FILE.
            MOVE  SPACES  TO  PKT-LINE.
            STRING  "== POST_CD_LOAD_LOG ("  DELIMITED  BY  SIZE
                    LOG-SOURCE-FILE          DELIMITED  BY  SPACE
                    ")"                      DELIMITED  BY  SIZE
                INTO  PKT-LINE.
            PERFORM WRITE-PACKET-RAW.
            EXEC SQL OPEN SIGN_LOG_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_signoff: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                EXEC SQL
                    FETCH SIGN_LOG_CUR INTO
                        :LOG-RUN-DATE,:LOG-RUN-TIME,
                        :LOG-ROWS-READ,:LOG-ROWS-APPLIED,
                        :LOG-ROWS-REJECTED,:LOG-SQLSTATE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  LOG-RUN-DATE       TO  WS-PKT-LOG-DATE
                    MOVE  LOG-RUN-TIME       TO  WS-PKT-LOG-TIME
                    MOVE  LOG-ROWS-READ      TO  WS-PKT-LOG-READ
                    MOVE  LOG-ROWS-APPLIED   TO  WS-PKT-LOG-APPLIED
                    MOVE  LOG-ROWS-REJECTED  TO  WS-PKT-LOG-REJECTED
                    MOVE  LOG-SQLSTATE       TO  WS-PKT-LOG-SQLSTATE
                    MOVE  WS-PKT-LOG  TO  PKT-LINE
                    IF  LOG-SQLSTATE  NOT  =  "00000"
                        MOVE  "*"  TO  PKT-LINE(1:1)
                        ADD  1  TO  WS-EXCEPTIONS
                    END-IF
                    PERFORM WRITE-PACKET-RAW
                ELSE IF  SQLSTATE  =  "02000"
                    MOVE  "* NO LOAD LOG ROW IN THE MONTH"
                        TO  PKT-LINE
                    PERFORM WRITE-PACKET-RAW
                    ADD  1  TO  WS-EXCEPTIONS
                ELSE
                    DISPLAY  "symfo_signoff: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                END-IF
                EXEC SQL CLOSE SIGN_LOG_CUR END-EXEC
            END-IF.
        REPORT-LOAD-LOG-END.
            EXIT.

        REPORT-SIGNOFF-HISTORY SECTION.
      *対象月にそれまでに記録された判定を載せる(作り直したパケット
      *では、差し戻しの記録もここで見える)
            MOVE  "== SIGN-OFF DECISIONS RECORDED FOR THE MONTH"
                TO  PKT-LINE.
            PERFORM WRITE-PACKET-RAW.
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN SIGN_HIST_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_signoff: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH SIGN_HIST_CUR INTO
                        :SIGN-DATE,:SIGN-TIME,:SIGN-DECISION,
                        :SIGN-REVIEWER,:SIGN-EXCEPTIONS
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  SIGN-DATE        TO  WS-PKT-SIGN-DATE
                    MOVE  SIGN-TIME        TO  WS-PKT-SIGN-TIME
                    MOVE  SIGN-DECISION    TO  WS-PKT-SIGN-DECISION
                    MOVE  SIGN-REVIEWER    TO  WS-PKT-SIGN-REVIEWER
                    MOVE  SIGN-EXCEPTIONS  TO  WS-PKT-SIGN-EXC
                    MOVE  WS-PKT-SIGN  TO  PKT-LINE
                    PERFORM WRITE-PACKET-RAW
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_signoff: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE SIGN_HIST_CUR END-EXEC.
        REPORT-SIGNOFF-HISTORY-END.
            EXIT.

        WRITE-PACKET-LINE SECTION.
      *報告の1行を、例外なら行頭に*を付けてパケットへ書く
            MOVE  SPACES  TO  PKT-LINE.
            IF  LINE-EXCEPTION
                MOVE  "*"  TO  PKT-LINE(1:1)
                ADD  1  TO  WS-EXCEPTIONS
            END-IF.
            MOVE  IN-LINE  TO  PKT-LINE(3:132).
            PERFORM WRITE-PACKET-RAW.
        WRITE-PACKET-LINE-END.
            EXIT.

        WRITE-PACKET-RAW SECTION.
      *組み立て済みのPKT-LINEをそのまま書く
            WRITE  PKT-LINE.
            IF  PKTF-FST  NOT  =  "00"
                AND  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_signoff: packet write error FST="
                         PKTF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
            ADD  1  TO  WS-PACKET-LINES.
        WRITE-PACKET-RAW-END.
            EXIT.

        RECORD-DECISION SECTION.
      *対象月のパケットを表示し、審査者のオペレータIDと判定を受け
      *付けてPOST_CD_SIGNOFFへ記録する
            MOVE  WS-PACKET-FILE  TO  WS-IN-FILE.
            OPEN  INPUT  INF.
            IF  INF-FST  NOT  =  "00"
                DISPLAY  "symfo_signoff: no packet for "
                         WS-SIGN-MONTH  " ("  WS-PACKET-FILE  ")"
                    UPON  CONS
                DISPLAY  "symfo_signoff: build the packet first"
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  UNTIL  INF-FST  NOT  =  "00"
                    READ  INF
                        END
                            CONTINUE
                        NOT END
                            DISPLAY  IN-LINE  UPON  CONS
                            IF  IN-LINE(1:11)  =  "EXCEPTIONS="
                                MOVE  IN-LINE(12:7)
                                    TO  WS-PACKET-EXCEPTIONS
                                SET  PACKET-FOUND  TO  TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  INF
                IF  NOT  PACKET-FOUND
                    DISPLAY  "symfo_signoff: packet is incomplete,"
                             " build it again"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                END-IF
            END-IF.

            IF  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_signoff: reviewer operator id?"
                    UPON  CONS
                ACCEPT   WS-OPERATOR-ID  FROM  CONS
                IF  WS-OPERATOR-ID  =  SPACES
                    DISPLAY  "symfo_signoff: operator id is required"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM VERIFY-OPERATOR
                END-IF
            END-IF.

            IF  WS-PROGRAM-RC  =  ZERO
                DISPLAY  "symfo_signoff: accept or reject the month"
                         " (A/R)?"
                    UPON  CONS
                ACCEPT   WS-DECISION  FROM  CONS
                IF  WS-DECISION  =  "a"
                    MOVE  "A"  TO  WS-DECISION
                ELSE IF  WS-DECISION  =  "r"
                    MOVE  "R"  TO  WS-DECISION
                END-IF
                END-IF
                IF  WS-DECISION  NOT  =  "A"
                    AND  WS-DECISION  NOT  =  "R"
                    DISPLAY  "symfo_signoff: decision must be A or R,"
                             " nothing recorded"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                END-IF
            END-IF.

      *例外の載ったパケットを受け入れる場合は確認を求める
            IF  WS-PROGRAM-RC  =  ZERO
                AND  WS-DECISION  =  "A"
                AND  WS-PACKET-EXCEPTIONS  NOT  =  ZERO
                DISPLAY  "symfo_signoff: packet has "
                         WS-PACKET-EXCEPTIONS
                         " exceptions, accept anyway (Y/N)?"
                    UPON  CONS
                ACCEPT   WS-CONFIRM  FROM  CONS
                IF  WS-CONFIRM  NOT  =  "Y"
                    AND  WS-CONFIRM  NOT  =  "y"
                    DISPLAY  "symfo_signoff: not accepted, nothing"
                             " recorded"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                END-IF
            END-IF.

            IF  WS-PROGRAM-RC  =  ZERO
                MOVE  WS-RUN-DATE           TO  SIGN-DATE
                MOVE  WS-RUN-TIME           TO  SIGN-TIME
                MOVE  WS-DECISION           TO  SIGN-DECISION
                MOVE  WS-OPERATOR-ID        TO  SIGN-REVIEWER
                MOVE  WS-PACKET-FILE        TO  SIGN-PACKET
                MOVE  WS-PACKET-EXCEPTIONS  TO  SIGN-EXCEPTIONS
                EXEC SQL
                  INSERT INTO POST_CD_SIGNOFF
                      (対象年月,判定日,判定時刻,判定,審査者ID,
                       パケットファイル名,例外件数)
                      VALUES (:SIGN-MONTH,:SIGN-DATE,:SIGN-TIME,
                       :SIGN-DECISION,:SIGN-REVIEWER,
                       :SIGN-PACKET,:SIGN-EXCEPTIONS)
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    EXEC SQL COMMIT WORK END-EXEC
                    IF  WS-DECISION  =  "A"
                        DISPLAY  "symfo_signoff: month "
                                 WS-SIGN-MONTH
                                 " accepted by "  WS-OPERATOR-ID
                                 ", delta feeds are released"
                            UPON  CONS
                    ELSE
                        DISPLAY  "symfo_signoff: month "
                                 WS-SIGN-MONTH
                                 " rejected by "  WS-OPERATOR-ID
                                 ", delta feeds stay held"
                            UPON  CONS
                    END-IF
                ELSE
                    DISPLAY  "symfo_signoff: sign-off insert failed "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        RECORD-DECISION-END.
            EXIT.

        VERIFY-OPERATOR SECTION.
      *審査者のオペレータIDを登録簿(POST_CD_OPERATOR)と照合する。
      *登録の無いID・停止中のID・有効期間外のID・承認者の権限の無い
      *IDでは判定を記録しない
            MOVE  WS-OPERATOR-ID  TO  OPER-CHK-ID.
            MOVE  "A"             TO  OPER-CHK-ROLE.
            MOVE  WS-RUN-DATE     TO  OPER-CHK-DATE.
            CALL  "symfo_oper_check"  USING  OPER-CHK-PARM.
            IF  OPER-CHK-FAILED
                DISPLAY  "symfo_signoff: operator registry lookup"
                         " failed "  OPER-CHK-SQLSTATE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  NOT  OPER-CHK-OK
                DISPLAY  "symfo_signoff: operator "  WS-OPERATOR-ID
                         " not accepted: "  OPER-CHK-REASON
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            END-IF.
        VERIFY-OPERATOR-END.
            EXIT.

        END PROGRAM symfo_signoff.
