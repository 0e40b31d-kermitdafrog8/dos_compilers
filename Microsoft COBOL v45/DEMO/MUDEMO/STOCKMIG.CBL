           move 0 to stock-sell-price.
           move 0 to stock-sell-eff-date.
           move spaces to stock-superseded-by.
           move 0 to stock-unit-weight.
           move spaces to stock-category.
           move spaces to stock-uom.
           move "USD" to stock-currency-code.
