002700   88 CLOAN-ERR-RATE-TOO-MANY-DECIMALS VALUE 2004.                cloanerr
002800   88 CLOAN-ERR-RATE-NOT-POSITIVE     VALUE 2005.                 cloanerr
002900   88 CLOAN-ERR-RATE-TOO-HIGH         VALUE 2006.                 cloanerr
002910   88 CLOAN-ERR-RATE-BELOW-GRID       VALUE 2007.                 cloanerr
003000   88 CLOAN-ERR-TERM-MISSING          VALUE 3001.                 cloanerr
003100   88 CLOAN-ERR-TERM-NOT-NUMERIC      VALUE 3002.                 cloanerr
003200   88 CLOAN-ERR-TERM-ZERO             VALUE 3003.                 cloanerr
