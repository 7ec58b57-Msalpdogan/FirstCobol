000010*-------------------------------------------------------------------
000020* DRMPREC - DORMANCY-PARM-FILE record, one per product code: the
000030* number of days without a customer deposit, withdrawal or
000040* payment after which the dormancy run (DORMANT) moves an open
000050* account of that product to dormant status, and whether the fee
000060* run (FEEPOST) waives its fees while the account stays dormant.
000070* A product with no record, or zero days, never goes dormant.
000080* The history start is the date (YYYYMMDD) the product's posted
000090* history begins: activity before it was never recorded, so no
000100* account is aged from earlier than it. Zero or blank means the
000110* history is complete.
000120*-------------------------------------------------------------------
000130 01  DORMANCY-PARM-RECORD.
000140     05  DRMP-PRODUCT-CODE           PIC X(04).
000150     05  DRMP-INACTIVE-DAYS          PIC 9(05).
000160     05  DRMP-FEE-WAIVER             PIC X(01).
000170         88  DRMP-WAIVE-FEES         VALUE 'Y'.
000180     05  DRMP-HISTORY-START          PIC 9(08).
