           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "BundleMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "PointsLiabilityReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Liability month (CCYYMM, Enter for current)".
           02 FILLER PIC X(25) VALUE "TradeAgedDebtReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "SupplierPaymentRun".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "PayablesAgingReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "WarrantyClaim".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "WarrantyClaimsReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "BarcodeMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "LandedCostReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "MarkdownProposal".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "MarkdownSellThroughReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "CompetitorPriceEntry".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "PricePositionReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "QuoteEntry".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "QuotePrint".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Quote number to print (0 for all open)".
           02 FILLER PIC X(25) VALUE "QuoteConversion".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "QuoteStatusReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "ContractPriceMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "AbcClassification".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "CommissionReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Commission month (CCYYMM, Enter for current)".
           02 FILLER PIC X(25) VALUE "CardSettlementRecon".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "SupplierPriceImport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "PurchaseOrderTransmit".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "AsnIntake".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "GmroiReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "GMROI period end (CCYYMM, Enter for last)".
           02 FILLER PIC X(25) VALUE "OpenToBuyMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "OpenToBuyReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Open-to-buy month (CCYYMM, Enter for current)".
           02 FILLER PIC X(25) VALUE "RecallMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "RecallTrace".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Recall number to trace".
           02 FILLER PIC X(25) VALUE "WebFeedExport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "WebOrderImport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "WebOrderDispatch".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "UnshippedOrdersReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "PeriodTaxReturn".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "ReturnsQualityReport".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "ConsignmentMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "ConsignmentSettlement".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45)
               VALUE "Settlement month (CCYYMM, Enter for last)".
           02 FILLER PIC X(25) VALUE "SubstituteMaintenance".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "CensusCrossTab".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45)
               VALUE "Cross-tab request ID (Enter for all)".
           02 FILLER PIC X(25) VALUE "FileDump".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(45) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "InquiryAccessReport".
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(45)
               VALUE "Inquiry month (CCYYMM, Enter for last)".
       01 MenuTable REDEFINES MenuValues.
           02 MenuEntry OCCURS 95 TIMES INDEXED BY Menu-Idx.
              03 MenuProgram PIC X(25).
              03 MenuMode PIC X.
                  88 MenuInteractive VALUE "I".
              03 MenuMinRole PIC 9.
              03 MenuPrompt PIC X(45).

       01 NumMenuEntries PIC 99 VALUE 95.
       01 MenuChoice PIC 99 VALUE ZERO.
       01 CollectedAnswer PIC X(10).

