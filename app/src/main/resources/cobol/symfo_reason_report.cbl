      *>symfo_reason_report
      * 住所変更の変更理由別月次報告プログラム。指定月(SYMFO_REPORT_
      * MONTH、YYYYMM。未設定は当月)にPOST_CD_HISTORYへ記録された
      * 変更を、KEN_ALLの変更理由(市政・区政・町政・分区・政令指定
      * 都市施行/住居表示の実施/区画整理/郵便区調整等/訂正/廃止)別
      * に件数で集計する。あわせて現在のPOST_CDのうち、直近の月次
      * ファイルで更新の表示が付いた行(変更あり・廃止)も変更理由別
      * に集計し、全件ロード(履歴を残さない入れ替え)の月でも変更の
      * 内訳が分かるようにする。変更理由が記録される前の履歴行や
      * F1R様式の入力で反映した行は理由不明(UNKNOWN)として数える
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_reason_report.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *変更理由別報告の報告ファイル(既定はreason.rpt。
      *SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *変更理由と件数(GROUP BYの結果1行分)
        01 RSN-CODE         PIC X(1).
        01 RSN-COUNT        PIC 9(9).
      *報告対象月の初日と末日(変更日の範囲絞り込み用)
        01 WS-FROM-DATE     PIC 9(8).
        01 WS-TO-DATE       PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  RPTF-FST               PIC X(02).
      *報告ファイル名(既定はreason.rpt。SYMFO_REPORT_FILEで差し替え
      *可能)
        01  WS-REPORT-FILE         PIC X(100)  VALUE "reason.rpt".
        01  WORK                   PIC X(100).
      *報告対象月(YYYYMM。未設定は当月)
        01  WS-REPORT-MONTH        PIC 9(6)  BINARY.
        01  WS-REPORT-MONTH-X      PIC X(6).
        01  WS-REPORT-MONTH-N      PIC 9(6)  BINARY.
        01  WS-RUN-DATE            PIC 9(8).
      *集計(履歴の変更件数、現在の月次ファイルで更新の表示が付いた件数)
        01  WS-TOTAL-HISTORY       PIC 9(9)  BINARY  VALUE ZERO.
        01  WS-TOTAL-CURRENT       PIC 9(9)  BINARY  VALUE ZERO.
      *集計中の区分(H=履歴、C=現在の月次ファイル)
        01  WS-SECTION-KIND        PIC X(01).
          88  HISTORY-SECTION           VALUE "H".
          88  CURRENT-SECTION           VALUE "C".
      *FETCHループの終了判定(Y=カーソル終端またはエラーで終了)
        01  WS-FETCH-DONE          PIC X(01)  VALUE "N".
          88  FETCH-DONE                VALUE "Y".
      *見出し行
        01  WS-RPT-HEAD-LINE.
          02  FILLER               PIC X(40)
                  VALUE "symfo_reason_report: changes by reason ".
          02  FILLER               PIC X(6)   VALUE "MONTH=".
          02  WS-RPT-HEAD-MONTH    PIC 9(6).
      *変更理由別の明細行
        01  WS-RPT-RSN-LINE.
          02  WS-RPT-KIND          PIC X(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CODE          PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-LABEL         PIC X(30).
          02  FILLER               PIC X(7)   VALUE " COUNT=".
          02  WS-RPT-COUNT         PIC Z(8)9.
      *集計行
        01  WS-RPT-SUM-LINE.
          02  FILLER               PIC X(16)  VALUE "SUMMARY HISTORY=".
          02  WS-RPT-SUM-HISTORY   PIC Z(8)9.
          02  FILLER               PIC X(9)   VALUE " CURRENT=".
          02  WS-RPT-SUM-CURRENT   PIC Z(8)9.
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *報告対象月(未設定、もしくは数値以外の場合は当月)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            COMPUTE  WS-REPORT-MONTH  =  WS-RUN-DATE / 100.
            DISPLAY  "SYMFO_REPORT_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-REPORT-MONTH-X    FROM  ENVIRONMENT-VALUE.
            MOVE  WS-REPORT-MONTH-X  TO  WS-REPORT-MONTH-N.
            IF  WS-REPORT-MONTH-N  NOT  =  ZERO
                MOVE  WS-REPORT-MONTH-N  TO  WS-REPORT-MONTH
            END-IF.
            COMPUTE  WS-FROM-DATE  =  WS-REPORT-MONTH * 100 + 1.
            COMPUTE  WS-TO-DATE    =  WS-REPORT-MONTH * 100 + 31.

      *報告ファイル名(未設定の場合はreason.rptのまま)
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.

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
                POST_CD_HISTORY TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *対象月の履歴を変更理由別に数えるカーソル(変更理由の無い履歴行
      *は空白にまとめて理由不明として数える)
            EXEC SQL
                DECLARE HIST_RSN_CUR CURSOR FOR
                    SELECT COALESCE(変更理由,' '),COUNT(*)
                        FROM POST_CD_HISTORY
                        WHERE 変更日 >= :WS-FROM-DATE
                          AND 変更日 <= :WS-TO-DATE
                        GROUP BY COALESCE(変更理由,' ')
                        ORDER BY 1
            END-EXEC.
      *現在のPOST_CDのうち、直近の月次ファイルで更新の表示が付いた
      *行(1=変更あり、2=廃止)を変更理由別に数えるカーソル
            EXEC SQL
                DECLARE CUR_RSN_CUR CURSOR FOR
                    SELECT COALESCE(変更理由,' '),COUNT(*)
                        FROM POST_CD
                        WHERE 更新表示 IN ('1','2')
                        GROUP BY COALESCE(変更理由,' ')
                        ORDER BY 1
            END-EXEC.

            OPEN  OUTPUT  RPTF.
            MOVE  WS-REPORT-MONTH   TO  WS-RPT-HEAD-MONTH.
            MOVE  WS-RPT-HEAD-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.

      *対象月の履歴(UPSERT・補正投入・廃止で記録された変更)
            SET  HISTORY-SECTION  TO  TRUE.
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN HIST_RSN_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_reason_report: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH HIST_RSN_CUR INTO :RSN-CODE,:RSN-COUNT
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    PERFORM WRITE-REASON-DETAIL
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_reason_report: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE HIST_RSN_CUR END-EXEC.

      *現在の月次ファイルで更新の表示が付いた行
            SET  CURRENT-SECTION  TO  TRUE.
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN CUR_RSN_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_reason_report: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH CUR_RSN_CUR INTO :RSN-CODE,:RSN-COUNT
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    PERFORM WRITE-REASON-DETAIL
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_reason_report: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE CUR_RSN_CUR END-EXEC.

      *集計行を書き出す
            MOVE  WS-TOTAL-HISTORY  TO  WS-RPT-SUM-HISTORY.
            MOVE  WS-TOTAL-CURRENT  TO  WS-RPT-SUM-CURRENT.
            MOVE  WS-RPT-SUM-LINE   TO  RPT-LINE.
            WRITE  RPT-LINE.
            CLOSE  RPTF.

            DISPLAY  "symfo_reason_report: history="  WS-TOTAL-HISTORY
                     " current="  WS-TOTAL-CURRENT
                UPON  CONS.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        WRITE-REASON-DETAIL SECTION.
      *変更理由1件分の明細行を組み立てて書き出し、区分ごとの合計へ
      *足し込む(変更理由の見出しはKEN_ALLの定義に合わせる)
            MOVE  SPACES  TO  WS-RPT-LABEL.
            EVALUATE  RSN-CODE
                WHEN  "0"
                    MOVE  "NO CHANGE"              TO  WS-RPT-LABEL
                WHEN  "1"
                    MOVE  "MUNICIPALITY ESTABLISHED"
                                                   TO  WS-RPT-LABEL
                WHEN  "2"
                    MOVE  "RESIDENCE INDICATION"   TO  WS-RPT-LABEL
                WHEN  "3"
                    MOVE  "LAND READJUSTMENT"      TO  WS-RPT-LABEL
                WHEN  "4"
                    MOVE  "POSTAL DISTRICT ADJUST" TO  WS-RPT-LABEL
                WHEN  "5"
                    MOVE  "CORRECTION"             TO  WS-RPT-LABEL
                WHEN  "6"
                    MOVE  "ABOLISHED"              TO  WS-RPT-LABEL
                WHEN  OTHER
                    MOVE  "UNKNOWN"                TO  WS-RPT-LABEL
            END-EVALUATE.
            IF  HISTORY-SECTION
                MOVE  "HISTORY"  TO  WS-RPT-KIND
                ADD  RSN-COUNT  TO  WS-TOTAL-HISTORY
            ELSE
                MOVE  "CURRENT"  TO  WS-RPT-KIND
                ADD  RSN-COUNT  TO  WS-TOTAL-CURRENT
            END-IF.
            MOVE  RSN-CODE         TO  WS-RPT-CODE.
            MOVE  RSN-COUNT        TO  WS-RPT-COUNT.
            MOVE  WS-RPT-RSN-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
        WRITE-REASON-DETAIL-END.
            EXIT.

        END PROGRAM symfo_reason_report.
