               88 Sale-Movement         value 'S'.
               88 Transfer-Movement     value 'T'.
               88 Adjustment-Movement   value 'A'.
               88 Return-Movement       value 'V'.
            03 Movement-Ref              pic x(14).

        01  Return-To-Vendor-Record.
            03 Record-Type               pic x(3).
               88 Return-To-Vendor-Rec  Value 'RTV'.
            03 RTV-Id                    pic x(12).
            03 PO-Id                     pic x(14).
            03 Product-Code              pic 9(8).
            03 Return-Location           pic 9(4).
            03 Return-Qty                pic s9(5).
            03 Return-Reason             pic xx.
               88 Damaged-Return        value 'DM'.
               88 Faulty-Return         value 'FT'.
               88 Recall-Return         value 'RC'.
            03 Claim-Value               pic s9(9)V99.
            03 Return-Date               pic 9(8).
            03 Recall-Ref                pic x(10).

        01  Supplier-Credit-Note-Record.
            03 Record-Type               pic x(3).
               88 Supplier-Credit-Note-Rec  Value 'SCN'.
            03 RTV-Id                    pic x(12).
            03 Credit-Note-No            pic x(12).
            03 Credit-Date               pic 9(8).
            03 Credit-Value              pic s9(9)V99.

        01  Count-Sheet-Record.
            03 Record-Type               pic x(3).
               88 Count-Sheet-Rec  Value 'CSH'.
            03 Count-Ref                 pic x(10).
            03 Location                  pic 9(4).
            03 Count-Dept                pic 9(4).
            03 Product-Code              pic 9(8).
            03 Book-Qty                  pic s9(5).
            03 Freeze-Date               pic 9(8).

        01  Stock-Count-Record.
            03 Record-Type               pic x(3).
               88 Stock-Count-Rec  Value 'CNT'.
            03 Count-Ref                 pic x(10).
            03 Location                  pic 9(4).
            03 Product-Code              pic 9(8).
            03 Counted-Qty               pic s9(5).
            03 Count-Type                pic x.
               88 First-Count           value 'F'.
               88 Recount               value 'R'.

        01  Average-Cost-Record.
            03 Record-Type               pic x(3).
               88 Average-Cost-Rec  Value 'AVC'.
            03 Product-Code              pic 9(8).
            03 Avg-Unit-Cost             pic s9(7)V9(4).
            03 Avg-Cost-Date             pic 9(8).

        01  Advance-Ship-Notice-Record.
            03 Record-Type               pic x(3).
               88 Advance-Ship-Notice-Rec  Value 'ASN'.
            03 ASN-Id                    pic x(12).
            03 PO-Id                     pic x(14).
            03 Product-Code              pic 9(8).
            03 Shipped-Qty               pic s9(5).
            03 Carton-Id                 pic x(18).
            03 Ship-To-Location          pic 9(4).
            03 Expected-Arrival-Date     pic 9(8).

        01  Landed-Cost-Charge-Record.
            03 Record-Type               pic x(3).
               88 Landed-Cost-Charge-Rec  Value 'LCC'.
            03 PO-Id                     pic x(14).
            03 Charge-Type               pic x(3).
               88 Freight-Charge        value 'FRT'.
               88 Insurance-Charge      value 'INS'.
               88 Duty-Charge           value 'DTY'.
            03 Charge-Amount             pic s9(9)V99.
            03 Currency-Code             pic x(3).
               88 Home-Currency      value 'AUD'.
            03 Charge-Ref                pic x(12).

        01  Landed-Cost-Basis-Record.
            03 Record-Type               pic x(3).
               88 Landed-Cost-Basis-Rec  Value 'LCB'.
            03 Charge-Type               pic x(3).
            03 Apportion-Basis           pic x.
               88 Apportion-By-Value    value 'V'.
               88 Apportion-By-Qty      value 'Q'.
            03 Charge-Desc               pic x(20).

        01  Landed-Cost-Line-Record.
            03 Record-Type               pic x(3).
               88 Landed-Cost-Line-Rec  Value 'LCL'.
            03 PO-Id                     pic x(14).
            03 Product-Code              pic 9(8).
            03 Ordered-Qty               pic s9(5).
            03 First-Cost                pic s9(9)V99.
            03 Landed-Charges            pic s9(9)V99.
            03 Landed-Unit-Cost          pic s9(7)V9(4).
            03 Landed-Cost-Date          pic 9(8).
