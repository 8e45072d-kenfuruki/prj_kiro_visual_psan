      * 編集に代わる反映内容の確認と事後調査に使用する。
      * (エラー時は更新前後とも反映前の状態、新規は更新前が
      *  空白、解約は更新後が空白となる)
      *     異動区分 'A'=新規 'C'=異動 'D'=解約(QB7200)
      *              'F'=復活(QB7210。更新前が空白となる)
      *              'R'=更改(QB7450の更改ジャーナル。処理結果が
      *                  "特約支払累計リセット"の行は更新前後が
      *                  特約明細(VB71C150)のイメージとなる)
      * 改版履歴
      *   2026/10/15  失効契約の復活(QB7210)の追記に伴い、異動区分
      *               'F'=復活を追加
      *   2026/10/15  QB7450の更改時の特約支払累計額リセットの
      *               記録に伴い、異動区分'R'=更改を追記
      *---------------------------------------------------------
       01  JL-異動ジャーナルレコード.
           05  JL-処理年月日           PIC 9(8).
