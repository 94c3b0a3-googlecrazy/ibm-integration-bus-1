               88  Tender-Rule             VALUE "T".
               88  Vat-Rule                VALUE "V".
               88  Suspense-Rule           VALUE "S".
               88  Settlement-Rule         VALUE "B".
           03  RuleCode                    PIC X.
               88  Cash-Tender             VALUE "C".
               88  Card-Tender             VALUE "D".
