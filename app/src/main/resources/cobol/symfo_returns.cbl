      *>symfo_returns
      * 返送郵便(宛所不明等で戻ってきた郵送片)の受付バッチ。郵便室が
      * 起こした返送ファイル(郵送片の通し番号+返送理由)を読み、
      * symfo_presortの郵送片ファイル(presort_pieces.csv)の通し番号で
      * 顧客へ結び付け、返送郵便の明細書と郵送停止ファイル
      * (SUPPRESS_REC様式)を書き出す。郵送停止ファイルはsymfo_presort
      * が次回の郵送で読み、届かない顧客の分の料金を払わないように
      * する。これまで紙で記録していた返送郵便の置き換え。
      * あわせて顧客の郵便番号にPOST_CD_HISTORYの最近の変更記録(既定は
      * 180日以内。SYMFO_RETURN_HISTORY_DAYSで差し替え可能)があるかを
      * 調べ、あれば明細書と停止ファイルに郵便番号変更ありの印を付ける
      * (郵便番号の変更に追随できていない住所で、事務員の処置
      * (symfo_disp_apply)で訂正すれば停止ファイルから外れる)。
      * 返送理由コードは郵便室の記録のまま(01=あて所に尋ねあたらず、
      * 02=転居先不明、03=受取拒絶、04=住所不完全、05=保管期間経過、
      * 99=その他)。既に停止中の顧客は重ねて追記しない
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_returns.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む返送ファイル(既定はreturned.csv。SYMFO_INPUT_FILEで
      *差し替え可能)
            SELECT  RTNF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  RTNF-FST.
      *通し番号順に並べ替えるソート作業ファイルとソート結果ファイル
      *(既定はsortwk01/returns.tmp。SYMFO_SORT_WORK_FILE/
      *SYMFO_SORT_OUTPUT_FILEで差し替え可能)
            SELECT  RSRTWK  ASSIGN  TO  WS-SORT-WORK-FILE.
            SELECT  RSRTO   ASSIGN  TO  WS-SORT-OUTPUT-FILE
                STATUS  RSRTO-FST.
      *その郵送の郵送片ファイル(既定はpresort_pieces.csv。
      *SYMFO_PIECE_FILEで差し替え可能)
            SELECT  PIECF  ASSIGN  TO  WS-PIECE-FILE
                STATUS  PIECF-FST.
      *郵送停止ファイル(既定はsuppress.csv。SYMFO_SUPPRESS_FILEで
      *差し替え可能)
            SELECT  SUPF  ASSIGN  TO  WS-SUPPRESS-FILE
                STATUS  SUPF-FST.
      *返送郵便の明細書(既定はreturned.rpt。SYMFO_REPORT_FILEで差し
      *替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *返送ファイルのレコード定義(郵送片の通し番号、返送理由コード、
      *返送日(0の場合は実行日とする))
        FD  RTNF.
        01  RTN-R.
            02  RTN-PIECE-SEQ          PIC 9(7).
            02  RTN-REASON             PIC X(2).
            02  RTN-DATE               PIC 9(8).
      *通し番号順に並べ替えるためのソート作業用レコード(同一様式)
        SD  RSRTWK.
        01  RSRT-R.
            02  RSRT-PIECE-SEQ         PIC 9(7).
            02  RSRT-REASON            PIC X(2).
            02  RSRT-DATE              PIC 9(8).
      *ソート結果を通し番号順に読み直すための一時ファイル(同一様式)
        FD  RSRTO.
        01  RSRTO-R.
            02  RSRTO-PIECE-SEQ        PIC 9(7).
            02  RSRTO-REASON           PIC X(2).
            02  RSRTO-DATE             PIC 9(8).
      *郵送片ファイルのレコード定義(symfo_presortのPIEC-Rと同一様式)
        FD  PIECF.
        01  PIEC-R.
            02  PIEC-SEQ               PIC 9(7).
            02  PIEC-ID                PIC X(10).
            02  PIEC-ZIPCODE           PIC X(7).
            02  PIEC-PREF-NAME         PIC N(10).
            02  PIEC-CITY-NAME         PIC N(20).
            02  PIEC-TOWN-NAME         PIC N(30).
            02  PIEC-STREET-LINE       PIC N(40).
            02  PIEC-BARCODE           PIC X(21).
      *郵送停止ファイルのレコード定義
        FD  SUPF.
            COPY SUPPRESS_REC.
      *明細書のレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(100).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *顧客の郵便番号と、その郵便番号の最近の変更記録の件数
        01 ZIPCODE      PIC X(7).
        01 HIST_COUNT   PIC 9(9).
      *変更記録を最近とみなす期限日(この日以後の変更日が対象)
        01 WS-CUTOFF-DATE PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  RTNF-FST               PIC X(02).
        01  RSRTO-FST              PIC X(02).
        01  PIECF-FST              PIC X(02).
        01  SUPF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "returned.csv".
        01  WS-SORT-WORK-FILE      PIC X(100)  VALUE "sortwk01".
        01  WS-SORT-OUTPUT-FILE    PIC X(100)  VALUE "returns.tmp".
        01  WS-PIECE-FILE          PIC X(100)
                                    VALUE "presort_pieces.csv".
        01  WS-SUPPRESS-FILE       PIC X(100)  VALUE "suppress.csv".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "returned.rpt".
        01  WORK                   PIC X(100).
      *実行日
        01  WS-RUN-DATE            PIC 9(8).
      *最近の変更とみなす日数(既定180日。SYMFO_RETURN_HISTORY_DAYSで
      *差し替え可能)
        01  WS-HISTORY-DAYS        PIC 9(3)  BINARY  VALUE 180.
        01  WS-HISTORY-X           PIC X(3).
      *ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で埋めるため、
      *数値項目へ一旦MOVEしてから判定する(symfo_instと同じ扱い)
        01  WS-HISTORY-N           PIC 9(3)  BINARY.
      *期限日の計算用(1日ずつさかのぼる。symfo_maint_approveと同じ
      *方式)
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
      *停止中の顧客IDの表(既存の停止ファイルと今回の追記分。
      *10000件まで)
        01  WS-SUP-TBL.
          02  WS-SUP-ID            PIC X(10)  OCCURS 10000 TIMES.
        01  WS-SUP-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-SUP-IDX             PIC 9(5)  BINARY.
      *停止ファイルが既にあったかどうか(Y=あった。追記で開く)
        01  WS-SUP-EXISTS          PIC X(01)  VALUE "N".
          88  SUPPRESS-FILE-EXISTS      VALUE "Y".
      *この顧客が既に停止中かどうか
        01  WS-ALREADY             PIC X(01).
          88  ALREADY-SUPPRESSED        VALUE "Y".
      *郵送片ファイルの終端(通し番号の突き合わせ用)
        01  WS-PIECE-EOF           PIC X(01)  VALUE "N".
          88  PIECE-EOF                 VALUE "Y".
      *この返送の郵便番号に最近の変更記録があるかどうか
        01  WS-ZIP-CHANGED         PIC X(01).
          88  ZIP-CHANGED               VALUE "Y".
      *明細行
        01  WS-RPT-DETAIL.
          02  FILLER               PIC X(4)   VALUE "SEQ=".
          02  WS-RPT-SEQ           PIC 9(7).
          02  FILLER               PIC X(4)   VALUE " ID=".
          02  WS-RPT-ID            PIC X(10).
          02  FILLER               PIC X(5)   VALUE " ZIP=".
          02  WS-RPT-ZIP           PIC X(7).
          02  FILLER               PIC X(8)   VALUE " REASON=".
          02  WS-RPT-REASON        PIC X(2).
          02  FILLER               PIC X(6)   VALUE " DATE=".
          02  WS-RPT-DATE          PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-NOTE          PIC X(30).
      *合計行
        01  WS-RPT-TOTAL-LINE.
          02  FILLER               PIC X(9)   VALUE "RETURNED=".
          02  WS-RPT-TOT-READ      PIC Z(6)9.
          02  FILLER               PIC X(12)  VALUE " SUPPRESSED=".
          02  WS-RPT-TOT-SUP       PIC Z(6)9.
          02  FILLER               PIC X(13)  VALUE " ZIP-CHANGED=".
          02  WS-RPT-TOT-ZIPCHG    PIC Z(6)9.
          02  FILLER               PIC X(11)  VALUE " UNMATCHED=".
          02  WS-RPT-TOT-UNMATCH   PIC Z(6)9.
      *実行結果の集計(返送の読み込み、停止ファイルへの追記、既に停止
      *中、郵便番号変更あり、郵送片に無い通し番号)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-SUPPRESSED     PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-ALREADY        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-ZIPCHG         PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-UNMATCHED      PIC 9(7)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0、郵送片に無い通し番号ありは4、
      *容量不正は8、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_SORT_WORK_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SORT-WORK-FILE
            END-IF.
            DISPLAY  "SYMFO_SORT_OUTPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                    FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SORT-OUTPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_PIECE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PIECE-FILE
            END-IF.
            DISPLAY  "SYMFO_SUPPRESS_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SUPPRESS-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.

      *最近の変更とみなす日数(未設定、もしくは数値以外の場合は既定値
      *のまま)
            DISPLAY  "SYMFO_RETURN_HISTORY_DAYS"
                UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-HISTORY-X  FROM  ENVIRONMENT-VALUE.
            MOVE  WS-HISTORY-X  TO  WS-HISTORY-N.
            IF  WS-HISTORY-N  NOT  =  ZERO
                MOVE  WS-HISTORY-N  TO  WS-HISTORY-DAYS
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

      *既存の停止ファイルの顧客IDを表へ読み込む(重ねて追記しない
      *ため)
            PERFORM LOAD-SUPPRESSIONS.
            IF  WS-PROGRAM-RC  NOT  =  ZERO
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *使用するテーブルとスキーマの関連付けを行う(SC_SAMPLEはプリコン
      *パイル時に解決される名前のため実行時パラメータでは差し替えられ
      *ない。UAT/DR環境も同名のSC_SAMPLEスキーマを公開している前提と
      *し、差し替えは接続先データベースの別名(WS-DB-ALIAS)のみで行う)
            EXEC SQL DECLARE
                POST_CD_HISTORY TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *返送を通し番号順に並べ替える(郵送片ファイルは通し番号順の
      *ため、並べ替えた返送と1回の読み通しで突き合わせられる)
            SORT  RSRTWK
                ON  ASCENDING  KEY  RSRT-PIECE-SEQ
                USING  RTNF
                GIVING  RSRTO.

            OPEN  INPUT   RSRTO.
            IF  RSRTO-FST  NOT  =  "00"
                DISPLAY  "symfo_returns: sort output open error"
                         " FST="  RSRTO-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            OPEN  INPUT   PIECF.
            IF  PIECF-FST  NOT  =  "00"
                DISPLAY  "symfo_returns: piece file open error"
                         " FST="  PIECF-FST
                    UPON  CONS
                CLOSE  RSRTO
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
      *停止ファイルは既にあれば追記、無ければ新規に作る
            IF  SUPPRESS-FILE-EXISTS
                OPEN  EXTEND  SUPF
            ELSE
                OPEN  OUTPUT  SUPF
            END-IF.
            IF  SUPF-FST  NOT  =  "00"
                DISPLAY  "symfo_returns: suppression file open"
                         " error FST="  SUPF-FST
                    UPON  CONS
                CLOSE  RSRTO
                CLOSE  PIECF
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            OPEN  OUTPUT  RPTF.
            MOVE  "symfo_returns: returned mail"  TO  RPT-LINE.
            WRITE  RPT-LINE.

      *郵送片ファイルの先頭を読んでおき、返送を1件ずつ突き合わせる
            PERFORM READ-NEXT-PIECE.
            PERFORM  UNTIL  RSRTO-FST  NOT  =  "00"
                READ  RSRTO
                    END
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-ROWS-READ
                        PERFORM PROCESS-ONE-RETURN
                END-READ
            END-PERFORM.
            IF  RSRTO-FST  NOT  =  "10"
                DISPLAY  "symfo_returns: sort output read error"
                         " FST="  RSRTO-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.

            MOVE  WS-ROWS-READ        TO  WS-RPT-TOT-READ.
            MOVE  WS-ROWS-SUPPRESSED  TO  WS-RPT-TOT-SUP.
            MOVE  WS-ROWS-ZIPCHG      TO  WS-RPT-TOT-ZIPCHG.
            MOVE  WS-ROWS-UNMATCHED   TO  WS-RPT-TOT-UNMATCH.
            MOVE  WS-RPT-TOTAL-LINE   TO  RPT-LINE.
            WRITE  RPT-LINE.

            CLOSE  RSRTO.
            CLOSE  PIECF.
            CLOSE  SUPF.
            CLOSE  RPTF.

      *読み込み、停止ファイルへの追記、既に停止中、郵便番号変更あり、
      *郵送片に無い通し番号の各件数を表示する
            DISPLAY  "symfo_returns: read="  WS-ROWS-READ
                     " written="             WS-ROWS-SUPPRESSED
                     " already="             WS-ROWS-ALREADY
                     " zipchanged="          WS-ROWS-ZIPCHG
                     " unmatched="           WS-ROWS-UNMATCHED
                UPON  CONS.

      *郵送片に無い通し番号が1件でもあれば0以外で終了する(別の郵送の
      *郵送片ファイルを指定した、通し番号の記入誤り等)
            IF  WS-PROGRAM-RC  =  ZERO
                AND  WS-ROWS-UNMATCHED  NOT  =  ZERO
                MOVE  4  TO  WS-PROGRAM-RC
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-SUPPRESSIONS SECTION.
      *既存の停止ファイルの顧客IDを表へ読み込む(ファイルが無い場合は
      *初回として空の表のまま)
            OPEN  INPUT  SUPF.
            IF  SUPF-FST  =  "35"
                CONTINUE
            ELSE IF  SUPF-FST  NOT  =  "00"
                DISPLAY  "symfo_returns: suppression file open"
                         " error FST="  SUPF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "Y"  TO  WS-SUP-EXISTS
                PERFORM  UNTIL  SUPF-FST  NOT  =  "00"
                    READ  SUPF
                        END
                            CONTINUE
                        NOT END
                            IF  WS-SUP-COUNT  >=  10000
                                DISPLAY  "symfo_returns: more than"
                                         " 10000 suppressed customers"
                                    UPON  CONS
                                MOVE  8  TO  WS-PROGRAM-RC
                                MOVE  "99"  TO  SUPF-FST
                            ELSE
                                ADD  1  TO  WS-SUP-COUNT
                                MOVE  SUP-CUST-ID
                                    TO  WS-SUP-ID(WS-SUP-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  SUPF
            END-IF
            END-IF.
        LOAD-SUPPRESSIONS-END.
            EXIT.

        READ-NEXT-PIECE SECTION.
      *郵送片ファイルを1件読み進める
            IF  NOT  PIECE-EOF
                READ  PIECF
                    END
                        MOVE  "Y"  TO  WS-PIECE-EOF
                END-READ
                IF  PIECF-FST  NOT  =  "00"
                    AND  PIECF-FST  NOT  =  "10"
                    DISPLAY  "symfo_returns: piece file read error"
                             " FST="  PIECF-FST
                        UPON  CONS
                    MOVE  16   TO  WS-PROGRAM-RC
                    MOVE  "Y"  TO  WS-PIECE-EOF
                END-IF
            END-IF.
        READ-NEXT-PIECE-END.
            EXIT.

        PROCESS-ONE-RETURN SECTION.
      *返送1件を郵送片に結び付け、明細行と停止ファイルの行を書く
            PERFORM  UNTIL  PIECE-EOF
                    OR  PIEC-SEQ  >=  RSRTO-PIECE-SEQ
                PERFORM READ-NEXT-PIECE
            END-PERFORM.
            MOVE  RSRTO-PIECE-SEQ  TO  WS-RPT-SEQ.
            MOVE  RSRTO-REASON     TO  WS-RPT-REASON.
            IF  RSRTO-DATE  =  ZERO
                MOVE  WS-RUN-DATE  TO  WS-RPT-DATE
            ELSE
                MOVE  RSRTO-DATE   TO  WS-RPT-DATE
            END-IF.
            IF  PIECE-EOF
                OR  PIEC-SEQ  NOT  =  RSRTO-PIECE-SEQ
                MOVE  SPACES  TO  WS-RPT-ID
                MOVE  SPACES  TO  WS-RPT-ZIP
                MOVE  "NOT IN PIECE FILE"  TO  WS-RPT-NOTE
                ADD  1  TO  WS-ROWS-UNMATCHED
            ELSE
                MOVE  PIEC-ID       TO  WS-RPT-ID
                MOVE  PIEC-ZIPCODE  TO  WS-RPT-ZIP
                PERFORM CHECK-RECENT-ZIP-CHANGE
                PERFORM FIND-SUPPRESSION
                IF  ALREADY-SUPPRESSED
                    MOVE  "ALREADY SUPPRESSED"  TO  WS-RPT-NOTE
                    ADD  1  TO  WS-ROWS-ALREADY
                ELSE
                    PERFORM WRITE-SUPPRESSION
                    IF  ZIP-CHANGED
                        MOVE  "SUPPRESSED ZIP CHANGED"
                            TO  WS-RPT-NOTE
                    ELSE
                        MOVE  "SUPPRESSED"  TO  WS-RPT-NOTE
                    END-IF
                END-IF
                IF  ZIP-CHANGED
                    ADD  1  TO  WS-ROWS-ZIPCHG
                END-IF
            END-IF.
            MOVE  WS-RPT-DETAIL  TO  RPT-LINE.
            WRITE  RPT-LINE.
        PROCESS-ONE-RETURN-END.
            EXIT.

        CHECK-RECENT-ZIP-CHANGE SECTION.
      *顧客の郵便番号に期限日以後の変更記録があるかを調べる
            MOVE  "N"           TO  WS-ZIP-CHANGED.
            MOVE  PIEC-ZIPCODE  TO  ZIPCODE.
            EXEC SQL
                SELECT COUNT(*) INTO :HIST_COUNT
                    FROM POST_CD_HISTORY
                    WHERE 郵便番号 = :ZIPCODE
                      AND 変更日 >= :WS-CUTOFF-DATE
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_returns: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  HIST_COUNT  NOT  =  ZERO
                MOVE  "Y"  TO  WS-ZIP-CHANGED
            END-IF
            END-IF.
        CHECK-RECENT-ZIP-CHANGE-END.
            EXIT.

        FIND-SUPPRESSION SECTION.
      *この顧客が既に停止中かどうかを表から探す
            MOVE  "N"  TO  WS-ALREADY.
            PERFORM  VARYING  WS-SUP-IDX  FROM  1  BY  1
                    UNTIL  WS-SUP-IDX  >  WS-SUP-COUNT
                IF  WS-SUP-ID(WS-SUP-IDX)  =  PIEC-ID
                    MOVE  "Y"  TO  WS-ALREADY
                    COMPUTE  WS-SUP-IDX  =  WS-SUP-COUNT + 1
                END-IF
            END-PERFORM.
        FIND-SUPPRESSION-END.
            EXIT.

        WRITE-SUPPRESSION SECTION.
      *停止ファイルへ1行追記し、同じ実行で重ねないよう表にも入れる
            MOVE  PIEC-ID          TO  SUP-CUST-ID.
            MOVE  PIEC-ZIPCODE     TO  SUP-ZIPCODE.
            MOVE  RSRTO-PIECE-SEQ  TO  SUP-PIECE-SEQ.
            MOVE  RSRTO-REASON     TO  SUP-REASON.
            MOVE  WS-RPT-DATE      TO  SUP-RETURN-DATE.
            MOVE  WS-ZIP-CHANGED   TO  SUP-ZIP-CHANGED.
            MOVE  WS-RUN-DATE      TO  SUP-ENTRY-DATE.
            WRITE  SUP-R.
            ADD  1  TO  WS-ROWS-SUPPRESSED.
            IF  WS-SUP-COUNT  <  10000
                ADD  1  TO  WS-SUP-COUNT
                MOVE  PIEC-ID  TO  WS-SUP-ID(WS-SUP-COUNT)
            END-IF.
        WRITE-SUPPRESSION-END.
            EXIT.

        COMPUTE-CUTOFF-DATE SECTION.
      *実行日から最近とみなす日数だけさかのぼった日付を求める(月
      *またぎ・年またぎ・うるう年の2月を正しく扱う)
            MOVE  WS-RUN-DATE  TO  WS-CAL-DATE-9.
            MOVE  WS-CAL-DATE-Y  TO  WS-CAL-YEAR.
            MOVE  WS-CAL-DATE-M  TO  WS-CAL-MONTH.
            MOVE  WS-CAL-DATE-D  TO  WS-CAL-DAY.
            PERFORM  VARYING  WS-CAL-IDX  FROM  1  BY  1
                    UNTIL  WS-CAL-IDX  >  WS-HISTORY-DAYS
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

        END PROGRAM symfo_returns.
