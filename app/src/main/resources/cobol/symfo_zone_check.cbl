      *>symfo_zone_check
      * 担当地区・配送ゾーン表(POST_CD_ZONE)の割り当て漏れの点検
      * バッチ。月次のsymfo_inst/symfo_inst_officeのロード後に実行し、
      * POST_CD(町域)とPOST_CD_OFFICE(事業所個別)の全郵便番号について
      * 担当地区・配送ゾーンを最長一致(7桁の登録が無ければ6桁、5桁…
      * と上位桁へ。symfo_inqの照会と同じ引き方)で引き、どのキーにも
      * 当たらない郵便番号を割り当て漏れの報告ファイルへ書き出す。
      * 新しく追加された郵便番号のゾーン割り当てをsymfo_maintで
      * 申請し忘れたまま、営業・配送の集計から黙って落ちるのを防ぐ。
      * 割り当て漏れはロードの失敗ではないため終了コードは0のままと
      * し(月次チェーンを止めない)、件数は報告ファイルとコンソールの
      * unzoned=で知らせる
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_zone_check.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *割り当て漏れの報告ファイル(既定はzone_gap.rpt。
      *SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
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
      *点検する郵便番号と、報告に添える住所(町域)・事業所名
        01 ZIPCODE        PIC X(7).
        01 ADDRESS_NAME   PIC N(50).
        01 OFFICE_NAME    PIC N(40).
      *担当地区・配送ゾーン表の照会キー(郵便番号の上位桁を左詰め)と
      *引き当てた担当地区コード・配送ゾーン
        01 ZONE_KEY       PIC X(7).
        01 TERRITORY_CODE PIC X(4).
        01 DELIVERY_ZONE  PIC X(3).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  RPTF-FST               PIC X(02).
      *報告ファイル名(既定はzone_gap.rpt)
        01  WS-REPORT-FILE         PIC X(100)  VALUE "zone_gap.rpt".
        01  WORK                   PIC X(100).
      *カーソルのFETCHループの終了判定
        01  WS-FETCH-DONE          PIC X(01)  VALUE "N".
          88  FETCH-DONE                VALUE "Y".
      *最長一致で試すキーの桁数と、引き当てたかどうか(Y=引き当てた)
        01  WS-ZONE-LEN            PIC 9(3)  BINARY.
        01  WS-ZONE-FOUND          PIC X(01).
          88  ZONE-FOUND                VALUE "Y".
      *報告の明細行(T=町域/O=事業所個別、郵便番号、住所か事業所名)
        01  WS-RPT-DETAIL.
          02  WS-RPT-SOURCE        PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-ZIP           PIC X(7).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-NAME          PIC N(50).
      *報告の集計行
        01  WS-RPT-TOTAL.
          02  FILLER               PIC X(8)   VALUE "CHECKED=".
          02  WS-RPT-READ          PIC Z(6)9.
          02  FILLER               PIC X(9)   VALUE " UNZONED=".
          02  WS-RPT-UNZONED       PIC Z(6)9.
          02  FILLER               PIC X(7)   VALUE " (TOWN=".
          02  WS-RPT-UNZONED-T     PIC Z(6)9.
          02  FILLER               PIC X(8)   VALUE " OFFICE=".
          02  WS-RPT-UNZONED-O     PIC Z(6)9.
          02  FILLER               PIC X(1)   VALUE ")".
      *実行結果の集計(点検した郵便番号、割り当て漏れ(町域/事業所))
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-UNZONED        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-UNZONED-TOWN        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-UNZONED-OFFICE      PIC 9(7)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0(割り当て漏れがあっても0)、
      *異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *報告ファイル名(未設定の場合は既定値のまま)
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
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_ZONE TABLE ON SC_SAMPLE
            END-EXEC.

      *町域・事業所個別の郵便番号を順に読むカーソル
            EXEC SQL
                DECLARE TOWN_ZIP_CUR CURSOR FOR
                    SELECT 郵便番号,住所
                        FROM POST_CD
                        ORDER BY 郵便番号
            END-EXEC.
            EXEC SQL
                DECLARE OFFICE_ZIP_CUR CURSOR FOR
                    SELECT 郵便番号,事業所名
                        FROM POST_CD_OFFICE
                        ORDER BY 郵便番号
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

            OPEN  OUTPUT  RPTF.
            IF  RPTF-FST  NOT  =  "00"
                DISPLAY  "symfo_zone_check: report open error FST="
                         RPTF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "symfo_zone_check: zip codes with no territory"
                    TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  "SRC ZIP     NAME  (T=TOWN O=OFFICE)"
                    TO  RPT-LINE
                WRITE  RPT-LINE
                PERFORM CHECK-TOWN-ZIPCODES
                IF  WS-PROGRAM-RC  =  ZERO
                    PERFORM CHECK-OFFICE-ZIPCODES
                END-IF
                MOVE  WS-ROWS-READ       TO  WS-RPT-READ
                MOVE  WS-ROWS-UNZONED    TO  WS-RPT-UNZONED
                MOVE  WS-UNZONED-TOWN    TO  WS-RPT-UNZONED-T
                MOVE  WS-UNZONED-OFFICE  TO  WS-RPT-UNZONED-O
                MOVE  WS-RPT-TOTAL  TO  RPT-LINE
                WRITE  RPT-LINE
                CLOSE  RPTF
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            DISPLAY  "symfo_zone_check: read="  WS-ROWS-READ
                     " unzoned="  WS-ROWS-UNZONED
                UPON  CONS.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        CHECK-TOWN-ZIPCODES SECTION.
      *町域の郵便番号を1件ずつ点検する
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN TOWN_ZIP_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_zone_check: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH TOWN_ZIP_CUR INTO :ZIPCODE,:ADDRESS_NAME
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  WS-ROWS-READ
                    PERFORM FIND-ZONE-FOR-ZIP
                    IF  NOT  ZONE-FOUND
                        AND  WS-PROGRAM-RC  =  ZERO
                        MOVE  "T"           TO  WS-RPT-SOURCE
                        MOVE  ZIPCODE       TO  WS-RPT-ZIP
                        MOVE  ADDRESS_NAME  TO  WS-RPT-NAME
                        MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                        WRITE  RPT-LINE
                        ADD  1  TO  WS-ROWS-UNZONED
                        ADD  1  TO  WS-UNZONED-TOWN
                    END-IF
                    IF  WS-PROGRAM-RC  NOT  =  ZERO
                        SET  FETCH-DONE  TO  TRUE
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_zone_check: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE TOWN_ZIP_CUR END-EXEC.
        CHECK-TOWN-ZIPCODES-END.
            EXIT.

        CHECK-OFFICE-ZIPCODES SECTION.
      *事業所個別の郵便番号を1件ずつ点検する
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL OPEN OFFICE_ZIP_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_zone_check: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            PERFORM  UNTIL  FETCH-DONE
                EXEC SQL
                    FETCH OFFICE_ZIP_CUR INTO :ZIPCODE,:OFFICE_NAME
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  WS-ROWS-READ
                    PERFORM FIND-ZONE-FOR-ZIP
                    IF  NOT  ZONE-FOUND
                        AND  WS-PROGRAM-RC  =  ZERO
                        MOVE  "O"           TO  WS-RPT-SOURCE
                        MOVE  ZIPCODE       TO  WS-RPT-ZIP
                        MOVE  OFFICE_NAME   TO  WS-RPT-NAME
                        MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                        WRITE  RPT-LINE
                        ADD  1  TO  WS-ROWS-UNZONED
                        ADD  1  TO  WS-UNZONED-OFFICE
                    END-IF
                    IF  WS-PROGRAM-RC  NOT  =  ZERO
                        SET  FETCH-DONE  TO  TRUE
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    SET  FETCH-DONE  TO  TRUE
                ELSE
                    DISPLAY  "symfo_zone_check: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    SET  FETCH-DONE  TO  TRUE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE OFFICE_ZIP_CUR END-EXEC.
        CHECK-OFFICE-ZIPCODES-END.
            EXIT.

        FIND-ZONE-FOR-ZIP SECTION.
      *担当地区・配送ゾーン表を最長一致で引く(symfo_inqと同じ引き
      *方)。7桁の登録を先に見て、無ければ上位桁を1桁ずつ短くして
      *探す。SQLエラーは点検を打ち切る(割り当て漏れと誤報しない)
            MOVE  "N"  TO  WS-ZONE-FOUND.
            PERFORM  VARYING  WS-ZONE-LEN  FROM  7  BY  -1
                    UNTIL  WS-ZONE-LEN  <  1
                        OR  ZONE-FOUND
                MOVE  SPACES  TO  ZONE_KEY
                MOVE  ZIPCODE(1:WS-ZONE-LEN)  TO  ZONE_KEY
                EXEC SQL
                    SELECT 担当地区コード,配送ゾーン
                        INTO :TERRITORY_CODE,:DELIVERY_ZONE
                        FROM POST_CD_ZONE
                        WHERE 郵便番号キー = :ZONE_KEY
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    SET  ZONE-FOUND  TO  TRUE
                ELSE IF  SQLSTATE  NOT  =  "02000"
                    DISPLAY  "symfo_zone_check: SQL error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
      *残りの桁は試さずに打ち切る(次の減算で0になる)
                    MOVE  1  TO  WS-ZONE-LEN
                END-IF
            END-PERFORM.
        FIND-ZONE-FOR-ZIP-END.
            EXIT.

        END PROGRAM symfo_zone_check.
