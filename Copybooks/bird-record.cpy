           05  unit-of-measure         pic X(01) value "M".
               88  metric-units            value "M".
               88  imperial-units          value "I".
           05  family-code             pic X(06).
